      *****************************************************************
      *  CHKMES.CPY
      *  Resultado do checklist de fechamento do mes (arquivo
      *  indexado CHKMES.DAT, chaveado por CKM-PERIODO no formato
      *  AAAAMM), gravado pelo MESFECH a cada conferencia.  O
      *  fechamento do periodo no PERICTL so prossegue com o
      *  checklist verde (todas as checagens passaram) ou com as
      *  excecoes aceitas por operador de nivel 3, com a
      *  justificativa do aceite.  CKM-FALHA guarda os codigos das
      *  checagens que falharam na ultima conferencia.
      *****************************************************************
       01  CKM-REGISTRO.
           05  CKM-PERIODO           PIC 9(006).
           05  CKM-DATA              PIC 9(008).
           05  CKM-HORA              PIC 9(006).
           05  CKM-OPERADOR          PIC X(008).
           05  CKM-QTDE-CHECAGENS    PIC 9(002).
           05  CKM-QTDE-FALHAS       PIC 9(002).
           05  CKM-SITUACAO          PIC X(001).
               88  CKM-VERDE               VALUE "V".
               88  CKM-VERMELHO            VALUE "R".
               88  CKM-EXCECAO-ACEITA      VALUE "A".
           05  CKM-FALHA             PIC X(008) OCCURS 10 TIMES.
           05  CKM-OPERADOR-ACEITE   PIC X(008).
           05  CKM-DATA-ACEITE       PIC 9(008).
           05  CKM-JUSTIFICATIVA     PIC X(040).
