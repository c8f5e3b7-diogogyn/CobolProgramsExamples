      *****************************************************************
      *  BALLOG.CPY
      *  Resultado de uma regra de balanceamento (arquivo
      *  sequencial BALLOG.DAT, aberto EXTEND pelo BALPASSO): uma
      *  linha por regra executada, com a data de negocio, os
      *  totais apurados dos dois lados e o resultado - e daqui
      *  que o RESUMODIA tira o balanceamento do dia.
      *****************************************************************
       01  BLG-REGISTRO.
           05  BLG-DATA              PIC 9(008).
           05  BLG-HORA              PIC 9(006).
           05  BLG-PONTO             PIC X(008).
           05  BLG-REGRA             PIC X(004).
           05  BLG-FONTE-A           PIC X(008).
           05  BLG-FONTE-B           PIC X(008).
           05  BLG-PERIODO           PIC 9(006).
           05  BLG-LOTE              PIC 9(005).
           05  BLG-QTDE-A            PIC S9(009)V99.
           05  BLG-QTDE-B            PIC S9(009)V99.
           05  BLG-VALOR-A           PIC S9(011)V99.
           05  BLG-VALOR-B           PIC S9(011)V99.
           05  BLG-HASH-A            PIC S9(013)V99.
           05  BLG-HASH-B            PIC S9(013)V99.
      *    B = balanceado; Q = quebra; I = fonte indisponivel ou
      *    regra que nao pode ser conferida (vale quebra).
           05  BLG-RESULTADO         PIC X(001).
               88  BLG-BALANCEADO          VALUE "B".
               88  BLG-QUEBRA              VALUE "Q".
               88  BLG-INDISPONIVEL        VALUE "I".
      *    Medidas que quebraram: Q (contagem), V (valor), H (hash).
           05  BLG-MEDIDAS           PIC X(003).
           05  BLG-SEVERIDADE        PIC X(001).
           05  BLG-MOTIVO            PIC X(030).
