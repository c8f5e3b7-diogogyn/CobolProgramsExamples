      *****************************************************************
      *  VSCCFG.CPY
      *  Pesos do placar do vendedor (arquivo VSCORCFG.DAT, um
      *  registro), lido pelo VENDSCOR.  Cada medida do placar
      *  vira um indice sobre a media da filial (100 = na media) e
      *  a nota final e a media desses indices ponderada por estes
      *  pesos.  Arquivo ausente, ou pesos todos zerados, vale a
      *  ponderacao padrao do VENDSCOR (meta 30, devolucao 20,
      *  ajustes 10, atraso 20, ticket medio 10, clientes 10).
      *****************************************************************
       01  VSC-REGISTRO.
           05  VSC-PESOS-NOMEADOS.
               10  VSC-PESO-META     PIC 9(003).
               10  VSC-PESO-DEVOLUCAO PIC 9(003).
               10  VSC-PESO-AJUSTE   PIC 9(003).
               10  VSC-PESO-ATRASO   PIC 9(003).
               10  VSC-PESO-TICKET   PIC 9(003).
               10  VSC-PESO-CLIENTES PIC 9(003).
           05  VSC-PESOS REDEFINES VSC-PESOS-NOMEADOS.
               10  VSC-PESO          PIC 9(003) OCCURS 6 TIMES.
