      *****************************************************************
      *  CRSUSREC.CPY
      *  Pendencia de cobranca bancaria (arquivo sequencial
      *  CRSUSP.DAT, aberto EXTEND pelo retorno CRRETOR).  Todo
      *  valor recebido do banco que nao pode ser baixado num
      *  titulo fica aqui para a cobranca resolver a mao: titulo
      *  desconhecido, titulo ja liquidado (pagamento em dobro) ou
      *  o excedente do pagamento acima do saldo.
      *****************************************************************
       01  SUS-REGISTRO.
           05  SUS-NUMERO-ARQUIVO    PIC 9(009).
           05  SUS-CHAVE-TITULO.
               10  SUS-PERIODO       PIC 9(006).
               10  SUS-LOTE          PIC 9(005).
               10  SUS-SEQUENCIAL    PIC 9(007).
               10  SUS-PARCELA       PIC 9(002).
           05  SUS-DATA-PAGAMENTO    PIC 9(008).
           05  SUS-VALOR             PIC 9(007)V99.
           05  SUS-MOTIVO            PIC X(001).
               88  SUS-DESCONHECIDO        VALUE "N".
               88  SUS-DUPLICADO           VALUE "D".
               88  SUS-EXCEDENTE           VALUE "E".
           05  SUS-DATA-REGISTRO     PIC 9(008).
