      *****************************************************************
      *  CRPERMOT.CPY
      *  Tabela dos motivos de baixa de titulo como perda, comum ao
      *  pedido de baixa (CRPERDA) e ao registro de perdas
      *  (CRPERREL).  Motivo novo entra aqui e em PER-MOTIVO-VALIDO
      *  do CRPERREC, nos dois programas de uma vez.
      *****************************************************************
       01  PMT-TABELA-VALORES.
           05  FILLER                PIC X(032) VALUE
                  "01FALENCIA/RECUPERACAO JUDICIAL".
           05  FILLER                PIC X(032) VALUE
                  "02OBITO SEM ESPOLIO".
           05  FILLER                PIC X(032) VALUE
                  "03DEVEDOR NAO LOCALIZADO".
           05  FILLER                PIC X(032) VALUE
                  "04DIVIDA PRESCRITA".
           05  FILLER                PIC X(032) VALUE
                  "05CUSTO DE COBRANCA SUPERIOR".
           05  FILLER                PIC X(032) VALUE
                  "99OUTROS (VER PEDIDO)".
       01  PMT-TABELA REDEFINES PMT-TABELA-VALORES.
           05  PMT-OCORR             OCCURS 6 TIMES.
               10  PMT-CODIGO        PIC 9(002).
               10  PMT-DESCRICAO     PIC X(030).
       77  PMT-QTDE-MOTIVOS          PIC 9(002) VALUE 6.
