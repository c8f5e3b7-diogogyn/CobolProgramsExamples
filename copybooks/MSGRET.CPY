      *****************************************************************
      *  MSGRET.CPY
      *  Retorno de entrega do gateway de SMS (MSGRET.DAT,
      *  sequencial, recebido do gateway).  "H" de abertura, um "D"
      *  por mensagem com o MSE-ID enviado no MSGENV.DAT e a
      *  situacao da entrega, "T" com a quantidade de "D".  O
      *  MSGRET grava cada "D" processado no historico MSGHIST.DAT
      *  (mesmo layout), de onde o CMPATRIB tira a taxa de entrega
      *  da campanha.
      *****************************************************************
       01  RTN-REGISTRO.
           05  RTN-TIPO-REG          PIC X(001).
               88  RTN-E-CABECALHO         VALUE "H".
               88  RTN-E-ENTREGA           VALUE "D".
               88  RTN-E-TRAILER           VALUE "T".
           05  RTN-DADOS             PIC X(080).
           05  RTN-CABECALHO REDEFINES RTN-DADOS.
               10  RTN-HDR-DATA      PIC 9(008).
               10  FILLER            PIC X(072).
           05  RTN-ENTREGA REDEFINES RTN-DADOS.
               10  RTN-ID.
                   15  RTN-ID-ORIGEM     PIC X(001).
                       88  RTN-ID-ANIVERSARIO  VALUE "A".
                       88  RTN-ID-CAMPANHA-MKT VALUE "C".
                   15  RTN-ID-CAMPANHA   PIC 9(004).
                   15  RTN-ID-DATA       PIC 9(008).
                   15  RTN-ID-HORA       PIC 9(006).
                   15  RTN-ID-SEQUENCIA  PIC 9(006).
               10  RTN-CLIENTE       PIC 9(005).
               10  RTN-SITUACAO      PIC X(001).
                   88  RTN-ENTREGUE        VALUE "E".
                   88  RTN-FALHOU          VALUE "F".
               10  RTN-DATA          PIC 9(008).
               10  RTN-HORA          PIC 9(006).
               10  RTN-MOTIVO        PIC X(030).
               10  FILLER            PIC X(005).
           05  RTN-TRAILER REDEFINES RTN-DADOS.
               10  RTN-TRL-QTDE      PIC 9(007).
               10  FILLER            PIC X(073).
