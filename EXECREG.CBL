      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXECREG.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Subrotina comum de registro de          *
      *                    execucao: grava em EXECLOG.DAT o        *
      *                    programa, o periodo, data e hora, o     *
      *                    codigo de retorno e as ocorrencias da   *
      *                    corrida.  Chamada ao fim dos programas  *
      *                    do fechamento do mes (CRGERA, GLGERA,   *
      *                    VENDPROV, FOLHARET, CHQCONF e UTILREF)  *
      *                    para o checklist MESFECH.               *
      * 15/10/2026 EQP     Passou a ser chamada tambem ao fim da   *
      *                    aplicacao de vendas (VENDAS).           *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXECLOG ASSIGN TO "EXECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-STATUS-LOG.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXECLOG.
           COPY EXECREC.

       WORKING-STORAGE SECTION.

       COPY DATASIS.

       77  ER-STATUS-LOG            PIC X(002) VALUE SPACES.
       77  ER-HORA-ATUAL            PIC 9(008) VALUE ZEROS.

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-PROGRAMA              PIC X(008).
       01  LK-PERIODO               PIC 9(006).
       01  LK-RETORNO               PIC 9(004).
       01  LK-OCORRENCIAS           PIC 9(007).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-PROGRAMA
                                 LK-PERIODO
                                 LK-RETORNO
                                 LK-OCORRENCIAS.

      *-----------------------------------------------------------*
      * A falha de gravacao nao derruba o programa que chamou: o   *
      * registro e apoio do fechamento, nao parte do               *
      * processamento.                                             *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           OPEN EXTEND ARQ-EXECLOG
           IF ER-STATUS-LOG = "35"
              OPEN OUTPUT ARQ-EXECLOG
              CLOSE ARQ-EXECLOG
              OPEN EXTEND ARQ-EXECLOG
           END-IF
           IF ER-STATUS-LOG NOT = "00"
              DISPLAY "EXECREG: registro de execucao indisponivel - "
                      "status " ER-STATUS-LOG
              GO TO 0000-FIM
           END-IF
           MOVE LK-PROGRAMA TO EXR-PROGRAMA
           MOVE LK-PERIODO TO EXR-PERIODO
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT ER-HORA-ATUAL FROM TIME
           MOVE DATA-SISTEMA TO EXR-DATA
           MOVE ER-HORA-ATUAL(1:6) TO EXR-HORA
           MOVE LK-RETORNO TO EXR-RETORNO
           MOVE LK-OCORRENCIAS TO EXR-OCORRENCIAS
           WRITE EXR-REGISTRO
           CLOSE ARQ-EXECLOG.
       0000-FIM.
           GOBACK.
