      *****************************************************************
      *  CHQAPAG.CPY
      *  Valores a reemitir de cheques de comissao prescritos
      *  (arquivo indexado CHQAPAGAR.DAT, chaveado pelo numero do
      *  cheque sustado).  O CHQSUST susta o cheque emitido ha mais
      *  dias que o prazo e grava aqui o liquido dele, pendente; a
      *  primeira corrida que pagar o vendedor reemite e marca a
      *  entrada - o VENDCHEQ num cheque novo, ou a geracao do
      *  FOLHAINT (PERICTL) na folha.  O IR ja foi retido no cheque
      *  de origem, a reemissao vai pelo valor cheio.
      *****************************************************************
       01  CPG-REGISTRO.
           05  CPG-CHEQUE            PIC 9(007).
           05  CPG-VENDEDOR          PIC 9(005).
           05  CPG-NOME              PIC X(030).
           05  CPG-VALOR             PIC 9(007)V99.
           05  CPG-DATA-EMISSAO      PIC 9(008).
           05  CPG-DATA-SUSTACAO     PIC 9(008).
           05  CPG-SITUACAO          PIC X(001).
               88  CPG-PENDENTE            VALUE "P".
               88  CPG-REEMITIDO-CHEQUE    VALUE "C".
               88  CPG-REEMITIDO-FOLHA     VALUE "F".
      *    Reemissao: cheque novo (VENDCHEQ) ou periodo do FOLHAINT
      *    que levou o valor (PERICTL), e a data.
           05  CPG-CHEQUE-NOVO       PIC 9(007).
           05  CPG-PERIODO-FOLHA     PIC 9(006).
           05  CPG-DATA-REEMISSAO    PIC 9(008).
