      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAMPMASC.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Mascaramento de campo sensivel por      *
      *                    nivel do operador: a tabela CAMPSENS.DAT *
      *                    diz o SES-NIVEL minimo de cada campo e  *
      *                    a subrotina responde se o valor pode    *
      *                    ser mostrado.  Na tela, cada exibicao   *
      *                    sem mascara vai para CAMPVIS.DAT.       *
      *                                                            *
      *  Chamada:                                                  *
      *      CALL "CAMPMASC" USING funcao campo nivel programa      *
      *                            operador chave resultado         *
      *        funcao    PIC X(01)  "C" = consulta (relatorio ou    *
      *                             extrato); "T" = tela: consulta  *
      *                             e registra a exibicao sem       *
      *                             mascara                         *
      *        campo     PIC X(30)  nome do campo (ex. CLI-SALARIO) *
      *        nivel     PIC 9(01)  SES-NIVEL do operador           *
      *        programa  PIC X(08)  programa chamador               *
      *        operador  PIC X(08)  operador da sessao              *
      *        chave     PIC X(20)  registro exibido (so em "T")    *
      *        resultado PIC X(01)  "S" = mostra; "N" = mascara     *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SENSIVEIS ASSIGN TO "CAMPSENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-STATUS-TABELA.

           SELECT ARQ-EXIBICOES ASSIGN TO "CAMPVIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-STATUS-LOG.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SENSIVEIS.
           COPY CAMPSENS.

       FD  ARQ-EXIBICOES.
           COPY CAMPVIS.

       WORKING-STORAGE SECTION.

       COPY DATASIS.

       77  CM-STATUS-TABELA         PIC X(002) VALUE SPACES.
           88  CM-FIM-TABELA              VALUE "10".
       77  CM-STATUS-LOG            PIC X(002) VALUE SPACES.
       77  CM-HORA-ATUAL            PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------*
      * Tabela carregada na primeira chamada e mantida ate o fim   *
      * do programa chamador.                                      *
      *-----------------------------------------------------------*
       77  CM-CARREGADA             PIC X(001) VALUE "N".
           88  CM-TABELA-CARREGADA        VALUE "S".
       77  CM-QTDE-CAMPOS           PIC 9(003) COMP VALUE ZEROS.
       77  CM-IND                   PIC 9(003) COMP VALUE ZEROS.
       77  CM-NIVEL-EXIGIDO         PIC 9(001) VALUE ZEROS.
       01  CM-TABELA.
           05  CM-ENTRADA OCCURS 50 TIMES.
               10  CM-CAMPO         PIC X(030).
               10  CM-NIVEL-MINIMO  PIC 9(001).

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-FUNCAO                PIC X(001).
       01  LK-CAMPO                 PIC X(030).
       01  LK-NIVEL                 PIC 9(001).
       01  LK-PROGRAMA              PIC X(008).
       01  LK-OPERADOR              PIC X(008).
       01  LK-CHAVE                 PIC X(020).
       01  LK-RESULTADO             PIC X(001).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNCAO
                                 LK-CAMPO
                                 LK-NIVEL
                                 LK-PROGRAMA
                                 LK-OPERADOR
                                 LK-CHAVE
                                 LK-RESULTADO.

       0000-MAINLINE.
           IF NOT CM-TABELA-CARREGADA
              PERFORM 1000-CARREGA-TABELA
                 THRU 1000-CARREGA-TABELA-EXIT
           END-IF
           MOVE ZEROS TO CM-NIVEL-EXIGIDO
           PERFORM 2000-PROCURA-CAMPO THRU 2000-PROCURA-CAMPO-EXIT
               VARYING CM-IND FROM 1 BY 1
               UNTIL CM-IND > CM-QTDE-CAMPOS
           IF LK-NIVEL < CM-NIVEL-EXIGIDO
              MOVE "N" TO LK-RESULTADO
              GOBACK
           END-IF
           MOVE "S" TO LK-RESULTADO
           IF LK-FUNCAO = "T" AND CM-NIVEL-EXIGIDO > ZEROS
              PERFORM 9000-REGISTRA-EXIBICAO
                 THRU 9000-REGISTRA-EXIBICAO-EXIT
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * Sem CAMPSENS.DAT, valem os dois campos de origem com       *
      * nivel 2 (supervisor).                                      *
      *-----------------------------------------------------------*
       1000-CARREGA-TABELA.
           MOVE "S" TO CM-CARREGADA
           MOVE ZEROS TO CM-QTDE-CAMPOS
           OPEN INPUT ARQ-SENSIVEIS
           IF CM-STATUS-TABELA NOT = "00"
              MOVE 2 TO CM-QTDE-CAMPOS
              MOVE "CLI-SALARIO" TO CM-CAMPO(1)
              MOVE 2 TO CM-NIVEL-MINIMO(1)
              MOVE "CLI-LIMITE-CREDITO" TO CM-CAMPO(2)
              MOVE 2 TO CM-NIVEL-MINIMO(2)
              GO TO 1000-CARREGA-TABELA-EXIT
           END-IF
           PERFORM 1010-LE-CAMPO THRU 1010-LE-CAMPO-EXIT
               UNTIL CM-FIM-TABELA
           CLOSE ARQ-SENSIVEIS.
       1000-CARREGA-TABELA-EXIT.
           EXIT.

       1010-LE-CAMPO.
           READ ARQ-SENSIVEIS
               AT END
                   SET CM-FIM-TABELA TO TRUE
                   GO TO 1010-LE-CAMPO-EXIT
           END-READ
           IF CSN-CAMPO = SPACES OR CM-QTDE-CAMPOS NOT < 50
              GO TO 1010-LE-CAMPO-EXIT
           END-IF
           ADD 1 TO CM-QTDE-CAMPOS
           MOVE CSN-CAMPO TO CM-CAMPO(CM-QTDE-CAMPOS)
           IF CSN-NIVEL-MINIMO IS NUMERIC
              MOVE CSN-NIVEL-MINIMO TO CM-NIVEL-MINIMO(CM-QTDE-CAMPOS)
           ELSE
              MOVE 3 TO CM-NIVEL-MINIMO(CM-QTDE-CAMPOS)
           END-IF.
       1010-LE-CAMPO-EXIT.
           EXIT.

       2000-PROCURA-CAMPO.
           IF CM-CAMPO(CM-IND) = LK-CAMPO
              MOVE CM-NIVEL-MINIMO(CM-IND) TO CM-NIVEL-EXIGIDO
           END-IF.
       2000-PROCURA-CAMPO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A falha de gravacao do diario nao derruba o chamador.      *
      *-----------------------------------------------------------*
       9000-REGISTRA-EXIBICAO.
           OPEN EXTEND ARQ-EXIBICOES
           IF CM-STATUS-LOG = "35"
              OPEN OUTPUT ARQ-EXIBICOES
              CLOSE ARQ-EXIBICOES
              OPEN EXTEND ARQ-EXIBICOES
           END-IF
           IF CM-STATUS-LOG NOT = "00"
              DISPLAY "CAMPMASC: diario CAMPVIS indisponivel - status "
                      CM-STATUS-LOG
              GO TO 9000-REGISTRA-EXIBICAO-EXIT
           END-IF
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT CM-HORA-ATUAL FROM TIME
           MOVE DATA-SISTEMA TO CVS-DATA
           MOVE CM-HORA-ATUAL(1:6) TO CVS-HORA
           MOVE LK-PROGRAMA TO CVS-PROGRAMA
           MOVE LK-OPERADOR TO CVS-OPERADOR
           MOVE LK-NIVEL TO CVS-NIVEL
           MOVE LK-CAMPO TO CVS-CAMPO
           MOVE LK-CHAVE TO CVS-CHAVE
           WRITE CVS-REGISTRO
           CLOSE ARQ-EXIBICOES.
       9000-REGISTRA-EXIBICAO-EXIT.
           EXIT.
