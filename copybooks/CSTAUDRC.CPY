      *****************************************************************
      *  CSTAUDRC.CPY
      *  Trilha de auditoria da tabela de custos (arquivo
      *  sequencial CSTAUDIT.DAT, gravado em extend pelo CSTMANUT).
      *  Um registro por inclusao/alteracao/exclusao de custo: quem
      *  (operador da sessao assinada), quando, qual produto e
      *  vigencia, e o custo antes e depois (zeros quando nao se
      *  aplica: antes de uma inclusao, depois de uma exclusao).
      *****************************************************************
       01  CAU-REGISTRO.
           05  CAU-OPERADOR          PIC X(008).
           05  CAU-DATA-HORA         PIC X(014).
           05  CAU-PRODUTO           PIC 9(005).
           05  CAU-DATA-VIGENCIA     PIC 9(008).
           05  CAU-OPERACAO          PIC X(001).
               88  CAU-INCLUSAO            VALUE "I".
               88  CAU-ALTERACAO           VALUE "A".
               88  CAU-EXCLUSAO            VALUE "E".
           05  CAU-CUSTO-ANTES       PIC 9(007)V99.
           05  CAU-CUSTO-DEPOIS      PIC 9(007)V99.
