      *****************************************************************
      *  VRESREC.CPY
      *  Resumo mensal de vendas (arquivo indexado VENDRES.DAT,
      *  chaveado por periodo + filial + vendedor + cliente +
      *  produto).  Cada linha gravada em VENDHIST soma aqui a sua
      *  contribuicao, pela subrotina VRESUMO - chamada pela
      *  aplicacao de vendas (PROJETOVENDAS), pelos estornos de
      *  reabertura de lote (PERICTL) e pela fusao de clientes
      *  (CLIMERGE).  O VRESGERA reconstroi o arquivo inteiro a
      *  partir do historico e o VRESCONF prova que os dois batem.
      *  A filial da chave e a da transacao (HST-FILIAL; zeros =
      *  matriz) e produto zero agrupa as linhas sem produto.
      *  Quantidades e valores de venda e devolucao vem das linhas
      *  "V" e "D"; a comissao e o saldo de todas as linhas de
      *  comissao (venda soma, devolucao subtrai, ajuste e
      *  override pelo sinal) e o bonus o das linhas "B".
      *****************************************************************
       01  VRS-REGISTRO.
           05  VRS-CHAVE.
               10  VRS-PERIODO       PIC 9(006).
               10  VRS-FILIAL        PIC 9(003).
               10  VRS-VENDEDOR      PIC 9(005).
               10  VRS-CLIENTE       PIC 9(005).
               10  VRS-PRODUTO       PIC 9(005).
      *    Linhas de historico absorvidas: vendas, devolucoes e as
      *    demais (ajuste, override e bonus).
           05  VRS-LANC-VENDAS       PIC S9(007).
           05  VRS-LANC-DEVOLUCOES   PIC S9(007).
           05  VRS-LANC-OUTROS       PIC S9(007).
           05  VRS-QTDE-VENDIDA      PIC S9(009).
           05  VRS-QTDE-DEVOLVIDA    PIC S9(009).
           05  VRS-VALOR-VENDAS      PIC S9(011)V99.
           05  VRS-VALOR-DEVOLUCOES  PIC S9(011)V99.
           05  VRS-COMISSAO          PIC S9(011)V99.
           05  VRS-BONUS             PIC S9(011)V99.
      *    Data da ultima atualizacao da linha (fora da conferencia).
           05  VRS-DATA-ATUALIZACAO  PIC 9(008).
