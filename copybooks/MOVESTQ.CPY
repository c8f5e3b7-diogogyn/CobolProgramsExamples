      *****************************************************************
      *  MOVESTQ.CPY
      *  Razao de movimentos de estoque (arquivo sequencial
      *  MOVESTQ.DAT, aberto EXTEND).  Uma linha por movimento que
      *  altera EST-QTDE-SALDO, com a quantidade, o saldo que ficou
      *  e o documento de origem: nota do fornecedor na entrada,
      *  periodo/lote da aplicacao na venda e na devolucao, motivo
      *  no ajuste de inventario.  O ESTMOV lista o razao por
      *  produto e filial e confere o ultimo saldo com o mestre.
      *****************************************************************
       01  MVE-REGISTRO.
           05  MVE-FILIAL            PIC 9(003).
           05  MVE-PRODUTO           PIC 9(005).
           05  MVE-DATA              PIC 9(008).
           05  MVE-TIPO              PIC X(001).
               88  MVE-ENTRADA             VALUE "E".
               88  MVE-VENDA               VALUE "V".
               88  MVE-DEVOLUCAO           VALUE "D".
               88  MVE-AJUSTE              VALUE "A".
      *    Quantidade com sinal: positiva entra, negativa sai.
           05  MVE-QUANTIDADE        PIC S9(007).
           05  MVE-SALDO-APOS        PIC S9(007).
           05  MVE-DOCUMENTO         PIC X(020).
           05  MVE-OPERADOR          PIC X(008).
