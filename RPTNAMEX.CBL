      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTNAMEX.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Nome datado e versionado com extensao   *
      *                    propria (ex. CSV) para o arquivo        *
      *                    delimitado das planilhas: o nome vem do *
      *                    RPTNAME, na mesma base e com a proxima  *
      *                    geracao do dia, e a extensao e trocada  *
      *                    tambem no catalogo RPTCAT.DAT - o       *
      *                    arquivo segue para os mesmos            *
      *                    destinatarios do relatorio impresso.    *
      *                                                            *
      *  Chamada:                                                  *
      *      CALL "RPTNAMEX" USING base nome-gerado status extensao *
      *        base, nome-gerado e status como no RPTNAME          *
      *        extensao PIC X(03)  ex. "CSV"; espacos = "RPT"      *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-RELATORIOS ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-CHAVE
               FILE STATUS IS RX-STATUS-CAT.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-RELATORIOS.
           COPY RPTCAT.

       WORKING-STORAGE SECTION.

       77  RX-STATUS-CAT            PIC X(002) VALUE SPACES.
      *    Bytes do nome antes de ".RPT": o nome termina sempre em
      *    "-AAAAMMDD-Gnnn.RPT", de onde saem a data e a geracao.
       77  RX-TAMANHO               PIC 9(003) COMP VALUE ZEROS.
       77  RX-POS-DATA              PIC 9(003) COMP VALUE ZEROS.
       77  RX-POS-GERACAO           PIC 9(003) COMP VALUE ZEROS.
       77  RX-NOME-NOVO             PIC X(030) VALUE SPACES.

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-BASE                  PIC X(008).
       01  LK-NOME-GERADO           PIC X(030).
       01  LK-STATUS                PIC X(001).
           88  LK-NOME-OK                 VALUE "0".
           88  LK-NOME-ERRO               VALUE "1".
       01  LK-EXTENSAO              PIC X(003).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-BASE
                                 LK-NOME-GERADO
                                 LK-STATUS
                                 LK-EXTENSAO.

       0000-MAINLINE.
           CALL "RPTNAME" USING LK-BASE LK-NOME-GERADO LK-STATUS
           END-CALL
           IF LK-NOME-ERRO
              GO TO 0000-FIM
           END-IF
           IF LK-EXTENSAO = SPACES OR LK-EXTENSAO = "RPT"
              GO TO 0000-FIM
           END-IF
           PERFORM 1000-TROCA-EXTENSAO THRU 1000-TROCA-EXTENSAO-EXIT.
       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------*
      * Monta o nome com a extensao pedida e regrava a entrada que *
      * o RPTNAME acabou de catalogar (base, data e geracao do     *
      * proprio nome).                                             *
      *-----------------------------------------------------------*
       1000-TROCA-EXTENSAO.
           MOVE ZEROS TO RX-TAMANHO
           INSPECT LK-NOME-GERADO TALLYING RX-TAMANHO
               FOR CHARACTERS BEFORE INITIAL ".RPT"
           COMPUTE RX-POS-DATA = RX-TAMANHO - 12
           COMPUTE RX-POS-GERACAO = RX-TAMANHO - 2
           MOVE SPACES TO RX-NOME-NOVO
           STRING LK-NOME-GERADO(1:RX-TAMANHO) DELIMITED BY SIZE
                  "."                          DELIMITED BY SIZE
                  LK-EXTENSAO                  DELIMITED BY SPACE
                  INTO RX-NOME-NOVO
           END-STRING
           OPEN I-O CATALOGO-RELATORIOS
           IF RX-STATUS-CAT NOT = "00"
              MOVE "1" TO LK-STATUS
              GO TO 1000-TROCA-EXTENSAO-EXIT
           END-IF
           MOVE LK-BASE TO RPC-BASE
           MOVE LK-NOME-GERADO(RX-POS-DATA:8) TO RPC-DATA
           MOVE LK-NOME-GERADO(RX-POS-GERACAO:3) TO RPC-GERACAO
           READ CATALOGO-RELATORIOS
               INVALID KEY
                   MOVE "1" TO LK-STATUS
               NOT INVALID KEY
                   MOVE RX-NOME-NOVO TO RPC-NOME-ARQUIVO
                   REWRITE RPC-REGISTRO
                       INVALID KEY
                           MOVE "1" TO LK-STATUS
                   END-REWRITE
           END-READ
           CLOSE CATALOGO-RELATORIOS
           MOVE RX-NOME-NOVO TO LK-NOME-GERADO.
       1000-TROCA-EXTENSAO-EXIT.
           EXIT.
