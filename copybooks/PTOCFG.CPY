      *****************************************************************
      *  PTOCFG.CPY
      *  Regra do programa de pontos de fidelidade (arquivo
      *  PONTOCFG.DAT, um registro), lido pelo PTOACUM, PTORESG e
      *  PTOREL.  PTC-PONTOS-POR-REAL e quantos pontos cada real
      *  de venda aplicada rende (parte inteira do valor),
      *  PTC-MESES-VALIDADE quantos meses o credito vale depois do
      *  mes da venda, PTC-VALOR-PONTO quanto vale um ponto em
      *  reais (base do vale e do passivo contabil),
      *  PTC-MINIMO-RESGATE o menor resgate aceito e
      *  PTC-DIAS-VALE a validade do vale emitido na troca.
      *  Arquivo ausente, ou campo zerado, vale o padrao de cada
      *  programa (1 ponto por real, 12 meses, R$ 0,01 por ponto,
      *  500 pontos, 90 dias).
      *****************************************************************
       01  PTC-REGISTRO.
           05  PTC-PONTOS-POR-REAL   PIC 9(003).
           05  PTC-MESES-VALIDADE    PIC 9(002).
           05  PTC-VALOR-PONTO       PIC 9V9999.
           05  PTC-MINIMO-RESGATE    PIC 9(007).
           05  PTC-DIAS-VALE         PIC 9(003).
