      *****************************************************************
      *  ESTQREC.CPY
      *  Saldo de estoque do produto na filial (arquivo indexado
      *  ESTOQUE.DAT, chaveado por filial + produto).  A entrada
      *  de mercadoria e o ajuste de inventario entram pelo
      *  ESTMANUT; a aplicacao de vendas baixa a quantidade vendida
      *  e devolve a quantidade da devolucao.  Cada movimento fica
      *  no razao MOVESTQ.DAT com o saldo resultante, o que permite
      *  rastrear uma diferenca de contagem.  O ESTREPO lista o que
      *  esta abaixo do minimo da filial.
      *****************************************************************
       01  EST-REGISTRO.
           05  EST-CHAVE.
               10  EST-FILIAL        PIC 9(003).
               10  EST-PRODUTO       PIC 9(005).
      *    Saldo fisico em unidades.  Venda sem estoque lancado
      *    deixa o saldo negativo, que aparece na reposicao.
           05  EST-QTDE-SALDO        PIC S9(007).
      *    Estoque minimo da filial (zeros = sem ponto de
      *    reposicao, fora do relatorio).
           05  EST-QTDE-MINIMA       PIC 9(007).
           05  EST-DATA-ULT-MOVIMENTO PIC 9(008).
           05  EST-DATA-ULT-ENTRADA  PIC 9(008).
