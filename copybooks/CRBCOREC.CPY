      *****************************************************************
      *  CRBCOREC.CPY
      *  Layouts da troca de arquivos de cobranca por boleto com o
      *  banco.  Remessa (CRREMES.DAT, gerada pelo CRREMES) e
      *  retorno (CRRETORN.DAT, lido pelo CRRETOR) usam o mesmo
      *  envelope: header "H" com a data e o numero do arquivo, um
      *  detalhe "D" por titulo e trailer "T" com contagem e total.
      *  O titulo e identificado pela chave de CONTASREC (periodo,
      *  lote, sequencial e parcela), que o banco devolve no
      *  retorno.
      *****************************************************************
       01  BCO-HEADER.
           05  BCH-TIPO-REG          PIC X(001).
           05  BCH-DATA              PIC 9(008).
           05  BCH-NUMERO-ARQUIVO    PIC 9(009).
      *    Remessa: saldo do titulo a cobrar e vencimento.
       01  BCO-REMESSA.
           05  BCR-TIPO-REG          PIC X(001).
           05  BCR-CHAVE-TITULO.
               10  BCR-PERIODO       PIC 9(006).
               10  BCR-LOTE          PIC 9(005).
               10  BCR-SEQUENCIAL    PIC 9(007).
               10  BCR-PARCELA       PIC 9(002).
           05  BCR-CLIENTE           PIC 9(005).
           05  BCR-NOME              PIC X(030).
           05  BCR-VENCIMENTO        PIC 9(008).
           05  BCR-VALOR             PIC 9(007)V99.
      *    Retorno: valor efetivamente pago e data do credito.
       01  BCO-RETORNO.
           05  BCT-TIPO-REG          PIC X(001).
           05  BCT-CHAVE-TITULO.
               10  BCT-PERIODO       PIC 9(006).
               10  BCT-LOTE          PIC 9(005).
               10  BCT-SEQUENCIAL    PIC 9(007).
               10  BCT-PARCELA       PIC 9(002).
           05  BCT-DATA-PAGAMENTO    PIC 9(008).
           05  BCT-VALOR-PAGO        PIC 9(007)V99.
       01  BCO-TRAILER.
           05  BCF-TIPO-REG          PIC X(001).
           05  BCF-QTDE              PIC 9(007).
           05  BCF-VALOR-TOTAL       PIC 9(011)V99.
