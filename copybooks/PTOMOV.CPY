      *****************************************************************
      *  PTOMOV.CPY
      *  Movimento de pontos de fidelidade do cliente (arquivo
      *  indexado PONTOMOV.DAT, chaveado por cliente + periodo +
      *  lote + sequencial).  O credito (C) e o estorno de
      *  devolucao (D) sao gravados pelo PTOACUM a partir do
      *  VENDHIST.DAT, com o periodo, o lote e a posicao da linha
      *  no lote - a mesma chave do CRGERA, o que deixa a apuracao
      *  reexecutavel (linha ja gravada e pulada).  O resgate (R)
      *  e gravado pelo PTORESG com lote zero e o codigo do vale
      *  no sequencial; a expiracao (E) pelo PTOACUM, uma por
      *  cliente e mes da apuracao, com lote e sequencial zero.
      *  Os debitos (D, R e E) consomem os creditos mais antigos
      *  primeiro: o saldo vivo de cada credito fica em
      *  PTM-RESTANTES, e e ele que vence.
      *****************************************************************
       01  PTM-REGISTRO.
           05  PTM-CHAVE.
               10  PTM-CLIENTE       PIC 9(005).
               10  PTM-PERIODO       PIC 9(006).
               10  PTM-LOTE          PIC 9(005).
               10  PTM-SEQUENCIAL    PIC 9(009).
           05  PTM-TIPO              PIC X(001).
               88  PTM-CREDITO             VALUE "C".
               88  PTM-ESTORNO             VALUE "D".
               88  PTM-RESGATE             VALUE "R".
               88  PTM-EXPIRACAO           VALUE "E".
           05  PTM-DATA              PIC 9(008).
      *    Pontos do movimento: no credito, os ganhos na venda; nos
      *    debitos, os efetivamente baixados (o estorno nunca leva
      *    o saldo abaixo de zero).
           05  PTM-PONTOS            PIC 9(009).
      *    Credito: pontos ainda nao consumidos e mes (AAAAMM) ate
      *    o fim do qual eles valem.  Zeros nos debitos.
           05  PTM-RESTANTES         PIC 9(009).
           05  PTM-VENCIMENTO        PIC 9(006).
      *    Valor da venda ou devolucao (C e D) ou do vale emitido
      *    (R), e o codigo do vale no resgate.
           05  PTM-VALOR             PIC 9(007)V99.
           05  PTM-VALE              PIC 9(009).
           05  PTM-VENDEDOR          PIC 9(005).
