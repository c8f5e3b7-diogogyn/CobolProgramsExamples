      *****************************************************************
      *  JANLOG.CPY
      *  Historico da janela noturna (arquivo sequencial JANLOG.DAT,
      *  aberto EXTEND pela subrotina JANELA): fechamento e reabertura
      *  pelo JOBCTL, sobreposicao concedida a operador de nivel 3
      *  (com o motivo) e cada atualizacao feita sob sobreposicao.
      *****************************************************************
       01  JLG-REGISTRO.
           05  JLG-DATA              PIC 9(008).
           05  JLG-HORA              PIC 9(006).
           05  JLG-OPERACAO          PIC X(001).
               88  JLG-FECHOU              VALUE "F".
               88  JLG-ABRIU               VALUE "A".
               88  JLG-SOBREPOS            VALUE "S".
               88  JLG-ATUALIZOU           VALUE "U".
           05  JLG-PROGRAMA          PIC X(008).
           05  JLG-OPERADOR          PIC X(008).
           05  JLG-MOTIVO            PIC X(040).
