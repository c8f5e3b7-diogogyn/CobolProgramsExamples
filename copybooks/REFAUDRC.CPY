      *****************************************************************
      *  REFAUDRC.CPY
      *  Trilha de auditoria comum das tabelas de referencia
      *  (arquivo sequencial REFAUDIT.DAT, gravado em extend pela
      *  subrotina REFAUD).  Um registro por inclusao, alteracao
      *  ou exclusao feita nos programas de manutencao de produtos,
      *  faixas de comissao, contas contabeis, cambio, rotas e
      *  calendario, municipios, entrevistadores e campanhas: quem
      *  (operador da sessao assinada), quando, por qual programa,
      *  qual tabela e chave, e a imagem do registro antes e depois
      *  (espacos quando nao se aplica: antes de uma inclusao,
      *  depois de uma exclusao).
      *****************************************************************
       01  RFA-REGISTRO.
           05  RFA-OPERADOR          PIC X(008).
           05  RFA-DATA-HORA         PIC X(014).
           05  RFA-PROGRAMA          PIC X(008).
           05  RFA-TABELA            PIC X(008).
           05  RFA-CHAVE             PIC X(020).
           05  RFA-OPERACAO          PIC X(001).
               88  RFA-INCLUSAO            VALUE "I".
               88  RFA-ALTERACAO           VALUE "A".
               88  RFA-EXCLUSAO            VALUE "E".
           05  RFA-IMAGEM-ANTES      PIC X(150).
           05  RFA-IMAGEM-DEPOIS     PIC X(150).
