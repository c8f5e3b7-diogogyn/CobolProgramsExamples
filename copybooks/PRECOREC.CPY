      *****************************************************************
      *  PRECOREC.CPY
      *  Tabela de precos com vigencia (arquivo indexado PRECOS.DAT,
      *  chaveado por produto + data de inicio de vigencia).  Cada
      *  registro e um preco unitario do produto a partir da data;
      *  vale o de maior vigencia que nao ultrapasse a data da
      *  venda.  Produto sem preco na tabela segue valendo
      *  PRD-PRECO-UNIT do mestre.  Mantida pelo PRCMANUT, que
      *  registra cada inclusao/alteracao/exclusao em PRCAUDIT.DAT
      *  (PRCAUDRC); PRC-OPERADOR e PRC-DATA-HORA guardam a ultima
      *  manutencao do registro.
      *****************************************************************
       01  PRC-REGISTRO.
           05  PRC-CHAVE.
               10  PRC-PRODUTO       PIC 9(005).
               10  PRC-DATA-VIGENCIA PIC 9(008).
           05  PRC-PRECO-UNIT        PIC 9(007)V99.
           05  PRC-OPERADOR          PIC X(008).
           05  PRC-DATA-HORA         PIC X(014).
