      *    no historico.
           05  VDR-SUPERVISOR        PIC 9(005).
           05  VDR-TAXA-OVERRIDE     PIC 9V999.
      *    Regime de comissao do vendedor: na venda (espaco nos
      *    registros antigos) ou no recebimento - no recebimento a
      *    comissao da venda a prazo fica retida em COMPEND.DAT e
      *    so entra nos acumuladores quando o titulo e liquidado.
           05  VDR-REGIME-COMISSAO   PIC X(001).
               88  VDR-COMISSAO-NA-VENDA       VALUE "V" " ".
               88  VDR-COMISSAO-NO-RECEBIMENTO VALUE "R".
      *    Bonus de concursos de vendas (CONCURSO.DAT) creditado
      *    pela aplicacao de vendas, separado da comissao: no
      *    periodo (zerado na abertura do periodo) e no ano-a-data
      *    (zerado na virada anual).  Vai para a folha em linha
      *    propria do FOLHAINT.  Espacos nos registros antigos
      *    valem zero.
           05  VDR-BONUS-PERIODO     PIC 9(007)V99.
           05  VDR-BONUS-ACUM        PIC 9(007)V99.
