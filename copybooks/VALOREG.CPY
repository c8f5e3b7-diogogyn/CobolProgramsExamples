      *  digitado e o carimbo de data, hora e operador do momento
      *  da gravacao (espacos/zeros nos registros anteriores a
      *  este carimbo) - e o que amarra cada lancamento a um dia e
      *  a uma pessoa no fechamento do caixa.  VL-RECIBO e o numero
      *  do recibo entregue ao cliente (sequencia RECIBO do SEQNUM;
      *  espacos/zeros nos lancamentos anteriores ao recibo).
      *  Compra e venda de moeda estrangeira ao cliente levam o
      *  tipo da operacao, a taxa cobrada do cliente e a taxa de
      *  referencia CAMBIO do dia, de onde sai o spread; VL-VALOR
      *  e a quantia na moeda estrangeira.  Espacos no tipo valem
      *  lancamento simples.
      *****************************************************************
       01  VL-REGISTRO.
           05  VL-VALOR              PIC 9(009)V99.
           05  VL-DATA-ENTRADA       PIC 9(008).
           05  VL-HORA-ENTRADA       PIC 9(006).
           05  VL-OPERADOR           PIC X(008).
           05  VL-RECIBO             PIC 9(007).
           05  VL-TIPO-OPERACAO      PIC X(001).
               88  VL-LANCAMENTO-SIMPLES   VALUE SPACE "L".
               88  VL-COMPRA-MOEDA         VALUE "C".
               88  VL-VENDA-MOEDA          VALUE "V".
           05  VL-TAXA-CLIENTE       PIC 9(005)V9999.
           05  VL-TAXA-REFERENCIA    PIC 9(005)V9999.
      *    Marca de lancamento ja exportado para o diario contabil
      *    (GLGERA); espaco vale nao exportado.
           05  VL-GL-GERADA          PIC X(001).
               88  VL-GL-EXPORTADO         VALUE "S".
