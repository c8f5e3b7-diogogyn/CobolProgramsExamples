      *****************************************************************
      *  NFREC.CPY
      *  Registro de notas fiscais emitidas (arquivo indexado
      *  NOTAS.DAT, chaveado por NF-NUMERO, emitido pela sequencia
      *  NOTAFISC do SEQNUM).  A aplicacao do movimento emite uma
      *  nota de venda por venda aplicada e uma nota de credito
      *  por devolucao, esta apontando a nota de venda original
      *  (NF-NOTA-ORIGEM, zeros = nao informada).  A nota nunca
      *  e apagada: o cancelamento (NFCANCEL, nivel 3) so marca a
      *  situacao com motivo, operador e data, e o NFREG lista a
      *  numeracao por dia acusando os saltos da sequencia.
      *****************************************************************
       01  NF-REGISTRO.
           05  NF-NUMERO             PIC 9(009).
           05  NF-TIPO               PIC X(001).
               88  NF-NOTA-VENDA           VALUE "F".
               88  NF-NOTA-CREDITO         VALUE "C".
           05  NF-DATA-EMISSAO       PIC 9(008).
           05  NF-PERIODO            PIC 9(006).
           05  NF-LOTE               PIC 9(005).
           05  NF-FILIAL             PIC 9(003).
           05  NF-CLIENTE            PIC 9(005).
           05  NF-VENDEDOR           PIC 9(005).
           05  NF-PRODUTO            PIC 9(005).
           05  NF-QUANTIDADE         PIC 9(005).
           05  NF-PRECO-UNIT         PIC 9(007)V99.
           05  NF-VALOR-BRUTO        PIC 9(009)V99.
           05  NF-DESCONTO-PCT       PIC 9(002).
           05  NF-VALOR-DESCONTO     PIC 9(007)V99.
           05  NF-VALOR-TOTAL        PIC 9(007)V99.
           05  NF-NOTA-ORIGEM        PIC 9(009).
           05  NF-SITUACAO           PIC X(001).
               88  NF-EMITIDA              VALUE "E".
               88  NF-CANCELADA            VALUE "C".
           05  NF-MOTIVO-CANCEL      PIC X(040).
           05  NF-OPERADOR-CANCEL    PIC X(008).
           05  NF-DATA-HORA-CANCEL   PIC X(014).
