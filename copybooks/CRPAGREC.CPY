           05  CRP-DATA-PAGAMENTO    PIC 9(008).
           05  CRP-VALOR             PIC 9(007)V99.
           05  CRP-OPERADOR          PIC X(008).
      *    Parcela do titulo paga (espacos/zeros nas linhas
      *    anteriores ao parcelamento valem a parcela 01).
           05  CRP-PARCELA           PIC 9(002).
      *    Pagamento normal (espaco nas linhas anteriores) ou
      *    recuperacao de titulo ja baixado como perda, que o
      *    registro de perdas (CRPERREL) relaciona a parte.
           05  CRP-TIPO-MOVIMENTO    PIC X(001).
               88  CRP-PAGAMENTO           VALUE "P" " ".
               88  CRP-RECUPERACAO         VALUE "R".
      *    Marca de movimento ja exportado para o diario contabil
      *    (GLGERA); espaco nas linhas antigas vale nao exportado.
           05  CRP-GL-GERADA         PIC X(001).
               88  CRP-GL-EXPORTADO        VALUE "S".
