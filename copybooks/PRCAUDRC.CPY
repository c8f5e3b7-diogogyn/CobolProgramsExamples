      *****************************************************************
      *  PRCAUDRC.CPY
      *  Trilha de auditoria da tabela de precos (arquivo
      *  sequencial PRCAUDIT.DAT, gravado em extend pelo PRCMANUT).
      *  Um registro por inclusao/alteracao/exclusao de preco: quem
      *  (operador da sessao assinada), quando, qual produto e
      *  vigencia, e o preco antes e depois (zeros quando nao se
      *  aplica: antes de uma inclusao, depois de uma exclusao).
      *****************************************************************
       01  PAU-REGISTRO.
           05  PAU-OPERADOR          PIC X(008).
           05  PAU-DATA-HORA         PIC X(014).
           05  PAU-PRODUTO           PIC 9(005).
           05  PAU-DATA-VIGENCIA     PIC 9(008).
           05  PAU-OPERACAO          PIC X(001).
               88  PAU-INCLUSAO            VALUE "I".
               88  PAU-ALTERACAO           VALUE "A".
               88  PAU-EXCLUSAO            VALUE "E".
           05  PAU-PRECO-ANTES       PIC 9(007)V99.
           05  PAU-PRECO-DEPOIS      PIC 9(007)V99.
