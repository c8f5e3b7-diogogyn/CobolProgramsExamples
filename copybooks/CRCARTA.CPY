      *****************************************************************
      *  CRCARTA.CPY
      *  Texto das cartas de cobranca por faixa de atraso (arquivo
      *  sequencial CRCARTAS.DAT, mantido pela cobranca).  Cada
      *  registro e uma linha da carta do nivel CTA-NIVEL (1 = a
      *  primeira carta); CTA-DIAS e o atraso em dias a partir do
      *  qual o titulo entra no nivel e deve ser o mesmo em todas
      *  as linhas do nivel.  O CRCOBRA imprime as linhas na ordem
      *  do arquivo; niveis crescentes em dias.
      *****************************************************************
       01  CTA-REGISTRO.
           05  CTA-NIVEL             PIC 9(001).
           05  CTA-DIAS              PIC 9(003).
           05  CTA-LINHA             PIC X(070).
