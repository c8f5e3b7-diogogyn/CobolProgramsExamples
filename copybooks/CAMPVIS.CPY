      *****************************************************************
      *  CAMPVIS.CPY
      *  Diario de exibicao de campo sensivel (arquivo sequencial
      *  CAMPVIS.DAT, aberto EXTEND pela subrotina CAMPMASC).  Uma
      *  linha cada vez que um campo da tabela CAMPSENS aparece sem
      *  mascara numa tela: quem viu, o que viu e de qual registro.
      *****************************************************************
       01  CVS-REGISTRO.
           05  CVS-DATA              PIC 9(008).
           05  CVS-HORA              PIC 9(006).
           05  CVS-PROGRAMA          PIC X(008).
           05  CVS-OPERADOR          PIC X(008).
           05  CVS-NIVEL             PIC 9(001).
           05  CVS-CAMPO             PIC X(030).
           05  CVS-CHAVE             PIC X(020).
