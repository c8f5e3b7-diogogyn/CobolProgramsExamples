      *****************************************************************
      *  CRPERREC.CPY
      *  Baixa de titulo como perda (arquivo sequencial
      *  CRPERDAS.DAT, aberto EXTEND pelo CRPERDA).  Uma linha por
      *  titulo baixado, com o saldo que deixou a carteira, o
      *  motivo e as duas identidades da disciplina de quatro olhos
      *  (quem pediu e quem liberou pelo APRMANUT).  Base do
      *  registro de perdas por filial do CRPERREL.
      *****************************************************************
       01  PER-REGISTRO.
           05  PER-CHAVE-TITULO.
               10  PER-PERIODO       PIC 9(006).
               10  PER-LOTE          PIC 9(005).
               10  PER-SEQUENCIAL    PIC 9(007).
               10  PER-PARCELA       PIC 9(002).
           05  PER-CLIENTE           PIC 9(005).
           05  PER-FILIAL            PIC 9(003).
           05  PER-DATA-BAIXA        PIC 9(008).
           05  PER-VALOR-BAIXADO     PIC 9(007)V99.
           05  PER-MOTIVO            PIC 9(002).
               88  PER-MOTIVO-VALIDO       VALUE 01 THRU 05 99.
           05  PER-SOLICITANTE       PIC X(008).
           05  PER-LIBERADOR         PIC X(008).
