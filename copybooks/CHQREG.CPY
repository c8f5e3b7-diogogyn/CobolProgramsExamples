      *  Daqui saem a remessa eletronica ao banco (CHQREMES), a
      *  baixa pelo arquivo de confirmacao do banco (CHQCONF) e o
      *  relatorio mensal de cheques em aberto (CHQPEND) - a
      *  conciliacao bancaria deixa o papel.  O cheque nao
      *  descontado no prazo e sustado pelo CHQSUST (motivo
      *  "PRE"), avisado ao banco na remessa seguinte e o valor
      *  volta ao vendedor em CHQAPAGAR.DAT para reemissao.
      *****************************************************************
       01  CHR-REGISTRO.
           05  CHR-NUMERO            PIC 9(007).
           05  CHR-REMETIDO          PIC X(001).
               88  CHR-NA-REMESSA          VALUE "S".
               88  CHR-FORA-REMESSA        VALUE "N".
      *    IR retido na fonte sobre a comissao paga por este cheque
      *    (CHR-VALOR e o liquido, ja sem a retencao); espacos nos
      *    registros antigos valem zero.
           05  CHR-RETENCAO          PIC 9(007)V99.
      *    Sustacao do cheque: motivo ("PRE" = prescrito, sustado
      *    pelo CHQSUST por idade; espacos na sustacao informada
      *    pelo banco e nos registros antigos) e marca de que a
      *    sustacao ja foi avisada ao banco na remessa (CHQREMES).
           05  CHR-MOTIVO-SUSTACAO   PIC X(003).
               88  CHR-SUSTADO-PRESCRITO   VALUE "PRE".
           05  CHR-AVISO-SUSTACAO    PIC X(001).
               88  CHR-SUSTACAO-AVISADA    VALUE "S".
      *    Cheque que reemite o valor de um cheque prescrito: numero
      *    do cheque sustado de origem (zeros/espacos no cheque
      *    normal).  O IR ja foi retido no cheque de origem.
           05  CHR-CHEQUE-ORIGEM     PIC 9(007).
      *    Marca de compensacao ja exportada para o diario contabil
      *    (GLGERA); espacos nos registros antigos valem nao
      *    exportado.
           05  CHR-GL-GERADA         PIC X(001).
               88  CHR-GL-EXPORTADO        VALUE "S".
