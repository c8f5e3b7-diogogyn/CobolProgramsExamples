      *****************************************************************
      *  CLILIMRC.CPY
      *  Proposta de revisao do limite de credito do cliente
      *  (arquivo sequencial).  A revisao trimestral CLILIMRV grava
      *  em CLILIMPR.DAT uma linha por cliente cujo limite sugerido
      *  difere do atual, com os indicadores de pagamento que
      *  justificam a sugestao e LIM-LIMITE-APROVADO igual ao
      *  sugerido.  O credito confere as linhas, corrige o valor
      *  aprovado quando discorda, tira as que recusa e entrega o
      *  arquivo aprovado como CLILIMAP.DAT, que o CLILIMAP aplica
      *  no mestre de clientes com trilha em CLIAUDIT.
      *****************************************************************
       01  LIM-REGISTRO.
           05  LIM-CLIENTE           PIC 9(005).
           05  LIM-NOME              PIC X(030).
      *    Primeiro mes (AAAAMM) do trimestre revisado.
           05  LIM-TRIMESTRE         PIC 9(006).
      *    Limite no mestre na data da revisao - o CLILIMAP nao
      *    aplica a linha se o limite mudou desde entao.
           05  LIM-LIMITE-ATUAL      PIC 9(007)V99.
           05  LIM-LIMITE-SUGERIDO   PIC 9(007)V99.
           05  LIM-LIMITE-APROVADO   PIC 9(007)V99.
      *    Indicadores do trimestre: titulos vencidos avaliados,
      *    quantos pagos (ou ainda abertos) depois do vencimento,
      *    media de dias de atraso e maior saldo devedor usado.
           05  LIM-QTDE-TITULOS      PIC 9(005).
           05  LIM-QTDE-ATRASO       PIC 9(005).
           05  LIM-PCT-ATRASO        PIC 9(003).
           05  LIM-MEDIA-ATRASO      PIC 9(005).
           05  LIM-MAIOR-SALDO       PIC 9(009)V99.
           05  LIM-CLASSE            PIC X(001).
               88  LIM-BOM-PAGADOR         VALUE "B".
               88  LIM-PAGADOR-REGULAR     VALUE "R".
               88  LIM-MAU-PAGADOR         VALUE "M".
               88  LIM-SEM-MOVIMENTO       VALUE "S".
           05  LIM-DATA-REVISAO      PIC 9(008).
