      *****************************************************************
      *  JANWS.CPY
      *  Area de trabalho do paragrafo de JANPROC.CPY.  COPY dentro
      *  da WORKING-STORAGE SECTION de qualquer programa em tela que
      *  tambem faca COPY JANPROC.  O programa move o proprio nome
      *  para JNL-PROGRAMA e, depois de ler a sessao, o operador e o
      *  nivel para JNL-OPERADOR e JNL-NIVEL.
      *****************************************************************
       77  JNL-FUNCAO                PIC X(001) VALUE "C".
       77  JNL-PROGRAMA              PIC X(008) VALUE SPACES.
       77  JNL-OPERADOR              PIC X(008) VALUE SPACES.
       77  JNL-NIVEL                 PIC 9(001) VALUE ZEROS.
       77  JNL-STATUS                PIC X(001) VALUE SPACES.
           88  JNL-JANELA-ABERTA            VALUE "0".
           88  JNL-JANELA-EM-AVISO          VALUE "1".
           88  JNL-JANELA-FECHADA           VALUE "2".
       77  JNL-MINUTOS               PIC 9(003) VALUE ZEROS.
       77  JNL-MOTIVO                PIC X(040) VALUE SPACES.
       77  JNL-SOBREPOSTA            PIC X(001) VALUE "N".
           88  JNL-SOBREPOSICAO-ATIVA       VALUE "S".
       77  JNL-RECUSA                PIC X(001) VALUE "N".
           88  JNL-ATUALIZACAO-RECUSADA     VALUE "S".
       77  JNL-CONFIRMA              PIC X(001) VALUE SPACES.
           88  JNL-CONFIRMADO               VALUE "S" "s".
       77  JNL-ENTRA                 PIC X(001) VALUE SPACES.
