      *****************************************************************
      *  CONCREC.CPY
      *  Mestre de concursos de vendas (arquivo indexado
      *  CONCURSO.DAT, chaveado por CNC-CODIGO).  Cada concurso
      *  premia as vendas de um produto dentro de uma janela de
      *  datas, numa filial (zeros = todas as filiais), com bonus
      *  fixo por unidade vendida ou percentual sobre o valor da
      *  venda.  Mantido pelo CONCMANUT; a aplicacao de vendas
      *  credita o bonus em linha propria do historico (HST-TIPO
      *  "B") e estorna na devolucao, e o CONCREL imprime a
      *  classificacao do concurso.
      *****************************************************************
       01  CNC-REGISTRO.
           05  CNC-CODIGO            PIC 9(004).
           05  CNC-DESCRICAO         PIC X(030).
           05  CNC-PRODUTO           PIC 9(005).
           05  CNC-DATA-INICIO       PIC 9(008).
           05  CNC-DATA-FIM          PIC 9(008).
           05  CNC-FILIAL            PIC 9(003).
               88  CNC-TODAS-FILIAIS       VALUE ZEROS.
           05  CNC-TIPO-BONUS        PIC X(001).
               88  CNC-POR-UNIDADE         VALUE "U".
               88  CNC-POR-PERCENTUAL      VALUE "P".
           05  CNC-VALOR-UNIDADE     PIC 9(005)V99.
           05  CNC-PERCENTUAL        PIC 9(002)V99.
           05  CNC-SITUACAO          PIC X(001).
               88  CNC-ATIVO               VALUE "A" " ".
               88  CNC-CANCELADO           VALUE "C".
