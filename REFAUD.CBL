      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REFAUD.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Trilha comum das tabelas de referencia  *
      *                    (REFAUDIT.DAT): os programas de         *
      *                    manutencao chamam a cada inclusao,      *
      *                    alteracao ou exclusao, com a tabela, a  *
      *                    chave e as imagens antes e depois.  O   *
      *                    operador vem da sessao assinada pelo    *
      *                    SIGNON (SESSAO.DAT); sem sessao, fica o *
      *                    nome do programa.                       *
      *                                                            *
      *  Chamada:                                                  *
      *      CALL "REFAUD" USING programa tabela chave operacao     *
      *                          imagem-antes imagem-depois         *
      *        programa  PIC X(08)   programa de manutencao         *
      *        tabela    PIC X(08)   tabela alterada (ex. PRODUTO)  *
      *        chave     PIC X(20)   chave do registro              *
      *        operacao  PIC X(01)   "I", "A" ou "E"                *
      *        imagens   PIC X(150)  registro antes e depois        *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REFAUDIT ASSIGN TO "REFAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-STATUS-AUDIT.

           SELECT SESSAO-CORRENTE ASSIGN TO "SESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-STATUS-SESSAO.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REFAUDIT.
           COPY REFAUDRC.

       FD  SESSAO-CORRENTE.
           COPY SESSREC.

       WORKING-STORAGE SECTION.

       COPY DATASIS.

       77  RA-STATUS-AUDIT          PIC X(002) VALUE SPACES.
       77  RA-STATUS-SESSAO         PIC X(002) VALUE SPACES.
       77  RA-OPERADOR              PIC X(008) VALUE SPACES.
       77  RA-HORA-ATUAL            PIC 9(008) VALUE ZEROS.

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-PROGRAMA              PIC X(008).
       01  LK-TABELA                PIC X(008).
       01  LK-CHAVE                 PIC X(020).
       01  LK-OPERACAO              PIC X(001).
       01  LK-IMAGEM-ANTES          PIC X(150).
       01  LK-IMAGEM-DEPOIS         PIC X(150).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-PROGRAMA
                                 LK-TABELA
                                 LK-CHAVE
                                 LK-OPERACAO
                                 LK-IMAGEM-ANTES
                                 LK-IMAGEM-DEPOIS.

       0000-MAINLINE.
           PERFORM 1000-LE-SESSAO THRU 1000-LE-SESSAO-EXIT
           PERFORM 2000-GRAVA-TRILHA THRU 2000-GRAVA-TRILHA-EXIT
           GOBACK.

       1000-LE-SESSAO.
           MOVE LK-PROGRAMA TO RA-OPERADOR
           OPEN INPUT SESSAO-CORRENTE
           IF RA-STATUS-SESSAO = "00"
              READ SESSAO-CORRENTE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE SES-OPERADOR TO RA-OPERADOR
              END-READ
              CLOSE SESSAO-CORRENTE
           END-IF.
       1000-LE-SESSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A falha de gravacao da trilha e avisada, mas nao derruba   *
      * a manutencao que chamou.                                   *
      *-----------------------------------------------------------*
       2000-GRAVA-TRILHA.
           OPEN EXTEND ARQ-REFAUDIT
           IF RA-STATUS-AUDIT = "35"
              OPEN OUTPUT ARQ-REFAUDIT
              CLOSE ARQ-REFAUDIT
              OPEN EXTEND ARQ-REFAUDIT
           END-IF
           IF RA-STATUS-AUDIT NOT = "00"
              DISPLAY "REFAUD: trilha REFAUDIT indisponivel - status "
                      RA-STATUS-AUDIT
              GO TO 2000-GRAVA-TRILHA-EXIT
           END-IF
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT RA-HORA-ATUAL FROM TIME
           MOVE RA-OPERADOR TO RFA-OPERADOR
           STRING ANO-SISTEMA            DELIMITED BY SIZE
                  MES-SISTEMA            DELIMITED BY SIZE
                  DIA-SISTEMA            DELIMITED BY SIZE
                  RA-HORA-ATUAL(1:6)     DELIMITED BY SIZE
                  INTO RFA-DATA-HORA
           END-STRING
           MOVE LK-PROGRAMA TO RFA-PROGRAMA
           MOVE LK-TABELA TO RFA-TABELA
           MOVE LK-CHAVE TO RFA-CHAVE
           MOVE LK-OPERACAO TO RFA-OPERACAO
           MOVE LK-IMAGEM-ANTES TO RFA-IMAGEM-ANTES
           MOVE LK-IMAGEM-DEPOIS TO RFA-IMAGEM-DEPOIS
           WRITE RFA-REGISTRO
           CLOSE ARQ-REFAUDIT.
       2000-GRAVA-TRILHA-EXIT.
           EXIT.
