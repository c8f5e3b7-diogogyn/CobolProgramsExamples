      *****************************************************************
      *  RECIBCAN.CPY
      *  Cancelamento de recibo de caixa (arquivo sequencial
      *  RECIBCAN.DAT), gravado pelo TESTE quando o operador anula
      *  um recibo emitido no proprio dia.  Repete moeda e valor do
      *  lancamento cancelado para o VALORDIA listar e o CAIXASES
      *  abater do movimento na conciliacao.  Motivo obrigatorio.
      *  Recibo de compra/venda de moeda repete o tipo e a taxa do
      *  cliente, para o abatimento do contravalor em BRL.
      *****************************************************************
       01  RCN-REGISTRO.
           05  RCN-RECIBO            PIC 9(007).
           05  RCN-DATA-RECIBO       PIC 9(008).
           05  RCN-OPERADOR          PIC X(008).
           05  RCN-MOEDA             PIC X(003).
               88  RCN-MOEDA-REAL          VALUE "BRL".
               88  RCN-MOEDA-DOLAR         VALUE "USD".
           05  RCN-VALOR             PIC 9(009)V99.
           05  RCN-DATA-CANCEL       PIC 9(008).
           05  RCN-HORA-CANCEL       PIC 9(006).
           05  RCN-MOTIVO            PIC X(040).
           05  RCN-TIPO-OPERACAO     PIC X(001).
               88  RCN-COMPRA-MOEDA        VALUE "C".
               88  RCN-VENDA-MOEDA         VALUE "V".
           05  RCN-TAXA-CLIENTE      PIC 9(005)V9999.
      *    Marca de estorno ja exportado para o diario contabil
      *    (GLGERA); espaco vale nao exportado.
           05  RCN-GL-GERADA         PIC X(001).
               88  RCN-GL-EXPORTADO        VALUE "S".
