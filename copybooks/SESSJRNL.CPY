      *  nivel e horario - e daqui que a investigacao OPERTRIL e o
      *  relatorio de uso SESSUSO respondem quem estava assinado
      *  quando.
      *  SJN-SEQUENCIA/SJN-HASH encadeiam o diario (subrotina
      *  ENCADEIA) sobre os 32 bytes que os precedem.
      *****************************************************************
       01  SJN-REGISTRO.
           05  SJN-OPERADOR          PIC X(008).
           05  SJN-DATA              PIC 9(008).
           05  SJN-HORA              PIC 9(006).
           05  SJN-TERMINAL          PIC X(008).
           05  SJN-SEQUENCIA         PIC 9(009).
           05  SJN-HASH              PIC 9(012).
