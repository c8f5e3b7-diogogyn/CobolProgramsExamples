      *  As imagens tem folga sobre o tamanho atual de CLI-REGISTRO
      *  para absorver crescimento futuro do mestre sem reformatar o
      *  diario de auditoria.
      *  AUD-SEQUENCIA/AUD-HASH encadeiam o diario (subrotina
      *  ENCADEIA): o hash de cada registro e calculado sobre o hash
      *  do anterior, a sequencia e os 328 bytes que os precedem.
      *  Registros gravados antes do encadeamento tem os dois campos
      *  em branco.
      *****************************************************************
       01  AUD-REGISTRO.
           05  AUD-TERMINAL          PIC X(008).
               88  AUD-EXCLUSAO            VALUE "E".
           05  AUD-IMAGEM-ANTES      PIC X(150).
           05  AUD-IMAGEM-DEPOIS     PIC X(150).
           05  AUD-SEQUENCIA         PIC 9(009).
           05  AUD-HASH              PIC 9(012).
