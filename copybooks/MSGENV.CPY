      *****************************************************************
      *  MSGENV.CPY
      *  Arquivo de mensagens para o gateway de SMS (MSGENV.DAT,
      *  sequencial, gerado pelo MSGENV a partir da mesma selecao
      *  das cartas de aniversario ou de uma campanha em CAMPSEL).
      *  Um registro "H" de abertura com o lote (data e hora da
      *  geracao), um "D" por mensagem com o texto ja montado para
      *  o cliente e um "T" com a quantidade de mensagens - o
      *  gateway recusa o arquivo cujo "T" nao bate com os "D".
      *  MSE-ID volta no arquivo de retorno (MSGRET.CPY) e carrega
      *  a origem e a campanha da mensagem.
      *****************************************************************
       01  MSE-REGISTRO.
           05  MSE-TIPO-REG          PIC X(001).
               88  MSE-E-CABECALHO         VALUE "H".
               88  MSE-E-MENSAGEM          VALUE "D".
               88  MSE-E-TRAILER           VALUE "T".
           05  MSE-DADOS             PIC X(215).
           05  MSE-CABECALHO REDEFINES MSE-DADOS.
               10  MSE-HDR-DATA      PIC 9(008).
               10  MSE-HDR-HORA      PIC 9(006).
               10  MSE-HDR-ORIGEM    PIC X(001).
               10  MSE-HDR-CAMPANHA  PIC 9(004).
               10  FILLER            PIC X(196).
           05  MSE-MENSAGEM REDEFINES MSE-DADOS.
               10  MSE-ID.
                   15  MSE-ID-ORIGEM     PIC X(001).
                       88  MSE-ID-ANIVERSARIO  VALUE "A".
                       88  MSE-ID-CAMPANHA-MKT VALUE "C".
                   15  MSE-ID-CAMPANHA   PIC 9(004).
                   15  MSE-ID-DATA       PIC 9(008).
                   15  MSE-ID-HORA       PIC 9(006).
                   15  MSE-ID-SEQUENCIA  PIC 9(006).
               10  MSE-CANAL         PIC X(001).
                   88  MSE-SMS             VALUE "S".
               10  MSE-CLIENTE       PIC 9(005).
               10  MSE-DESTINO       PIC X(020).
               10  MSE-TEXTO         PIC X(160).
               10  FILLER            PIC X(004).
           05  MSE-TRAILER REDEFINES MSE-DADOS.
               10  MSE-TRL-QTDE      PIC 9(007).
               10  FILLER            PIC X(208).
