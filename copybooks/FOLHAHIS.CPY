      *****************************************************************
      *  FOLHAHIS.CPY
      *  Historico das interfaces da folha (arquivo sequencial
      *  FOLHAHIS.DAT, so acrescido).  O FOLHAINT e regravado a
      *  cada fechamento; aqui fica, por periodo e vendedor, o que
      *  foi apurado e enviado: comissao bruta do periodo,
      *  adiantamentos abatidos, retencoes, bonus de concurso e o
      *  liquido enviado a folha (tipo "F", gravado pelo PERICTL no
      *  fechamento), as rejeicoes reemitidas do suspense (tipo
      *  "R", so com o liquido) e os valores de cheques prescritos
      *  reemitidos na folha (tipo "C", so com o liquido - ja
      *  contados no cheque de origem).  Base do informe anual de
      *  rendimentos (INFREND).  Periodo fechado de novo apos
      *  reabertura de lote grava outro "F" - vale o ultimo.
      *****************************************************************
       01  FHI-REGISTRO.
           05  FHI-PERIODO           PIC 9(006).
           05  FHI-VENDEDOR          PIC 9(005).
           05  FHI-TIPO              PIC X(001).
               88  FHI-FECHAMENTO          VALUE "F".
               88  FHI-REEMISSAO           VALUE "R".
               88  FHI-REEMISSAO-CHEQUE    VALUE "C".
           05  FHI-COMISSAO-BRUTA    PIC 9(007)V99.
           05  FHI-ADIANTAMENTO      PIC 9(007)V99.
           05  FHI-RETENCAO          PIC 9(007)V99.
           05  FHI-BONUS             PIC 9(007)V99.
           05  FHI-LIQUIDO           PIC 9(007)V99.
           05  FHI-DATA-GERACAO      PIC 9(008).
