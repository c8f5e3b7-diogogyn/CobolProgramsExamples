      *****************************************************************
      *  CUSTOREC.CPY
      *  Tabela de custos unitarios com vigencia (arquivo indexado
      *  CUSTOS.DAT, chaveado por produto + data de inicio de
      *  vigencia), mantida como a de precos: vale o custo de maior
      *  vigencia que nao ultrapasse a data.  A aplicacao de vendas
      *  grava no historico o custo de cada linha vendida; produto
      *  sem custo na tabela sai com custo zero e aviso.  Mantida
      *  pelo CSTMANUT, que registra cada inclusao/alteracao/
      *  exclusao em CSTAUDIT.DAT (CSTAUDRC); CST-OPERADOR e
      *  CST-DATA-HORA guardam a ultima manutencao do registro.
      *****************************************************************
       01  CST-REGISTRO.
           05  CST-CHAVE.
               10  CST-PRODUTO       PIC 9(005).
               10  CST-DATA-VIGENCIA PIC 9(008).
           05  CST-CUSTO-UNIT        PIC 9(007)V99.
           05  CST-OPERADOR          PIC X(008).
           05  CST-DATA-HORA         PIC X(014).
