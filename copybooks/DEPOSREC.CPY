      *****************************************************************
      *  DEPOSREC.CPY
      *  Guia de deposito bancario do caixa (arquivo indexado
      *  DEPOSITO.DAT, chaveado pelo numero da guia, emitido pela
      *  sequencia DEPOSITO do SEQNUM).  O fechamento da sessao no
      *  CAIXASES gera uma guia por moeda com o dinheiro contado,
      *  na filial do caixa; o DEPCONC casa as guias com os
      *  creditos do extrato do banco pelo numero e pelo valor e
      *  aponta o que nao chegou ou chegou diferente.
      *****************************************************************
       01  DEP-REGISTRO.
           05  DEP-NUMERO            PIC 9(007).
           05  DEP-FILIAL            PIC 9(003).
           05  DEP-MOEDA             PIC X(003).
           05  DEP-VALOR             PIC 9(009)V99.
           05  DEP-DATA              PIC 9(008).
           05  DEP-OPERADOR          PIC X(008).
      *    Situacao da guia: P = pendente (sem credito no banco),
      *    C = conciliada (creditos somam o valor da guia), D =
      *    divergente (creditos somam valor diferente).  Valor e
      *    data do ultimo credito do banco casado com a guia.
           05  DEP-SITUACAO          PIC X(001).
               88  DEP-PENDENTE            VALUE "P".
               88  DEP-CONCILIADO          VALUE "C".
               88  DEP-DIVERGENTE          VALUE "D".
           05  DEP-VALOR-BANCO       PIC 9(009)V99.
           05  DEP-DATA-BANCO        PIC 9(008).
