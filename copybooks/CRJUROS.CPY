      *****************************************************************
      *  CRJUROS.CPY
      *  Registro de parametros de encargos de atraso de contas a
      *  receber (arquivo sequencial CRJUROS.DAT, um registro): o
      *  percentual da multa, cobrada uma unica vez por titulo, o
      *  percentual de juros ao mes, cobrado pro rata dia sobre o
      *  saldo em atraso, e os dias de carencia depois do
      *  vencimento antes de qualquer cobranca.  Lido pela corrida
      *  de encargos CRJUROS.
      *****************************************************************
       01  JUR-REGISTRO.
           05  JUR-PCT-MULTA         PIC 9(002)V99.
           05  JUR-PCT-JUROS-MES     PIC 9(002)V99.
           05  JUR-DIAS-CARENCIA     PIC 9(003).
