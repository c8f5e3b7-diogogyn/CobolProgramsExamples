      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DIAUTIL.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Subrotina comum de dia util por filial: *
      *                    devolve "S" quando a data e segunda a   *
      *                    sexta e nao e feriado na filial -       *
      *                    nacional, estadual da UF da filial      *
      *                    (FILIAL.DAT) ou municipal da propria    *
      *                    filial (FERIADOS.DAT, mantido pelo      *
      *                    FERMANUT) - e a descricao do feriado.   *
      *                    Substitui as tabelas de feriados que o  *
      *                    JOBCTL e o DIAFECHA carregavam cada um. *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-STATUS-FERIADOS.

           SELECT ARQ-FILIAL ASSIGN TO "FILIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS DU-STATUS-FILIAL.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FERIADOS.
           COPY FERREC.

       FD  ARQ-FILIAL.
           COPY FILREC.

       WORKING-STORAGE SECTION.

       77  DU-STATUS-FERIADOS       PIC X(002) VALUE SPACES.
           88  DU-FIM-FERIADOS            VALUE "10".
       77  DU-STATUS-FILIAL         PIC X(002) VALUE SPACES.
       77  DU-CARREGADO             PIC X(001) VALUE "N".
           88  DU-TABELA-CARREGADA        VALUE "S".
       77  DU-FILIAL-ATUAL          PIC 9(003) VALUE ZEROS.
       77  DU-UF-ATUAL              PIC X(002) VALUE SPACES.
       77  DU-TEM-FILIAL            PIC X(001) VALUE "N".
       77  DU-INT-DATA              PIC 9(007) VALUE ZEROS.
       77  DU-QUOCIENTE             PIC 9(007) VALUE ZEROS.
       77  DU-DIA-SEMANA            PIC 9(001) VALUE ZEROS.
       77  DU-INDICE                PIC 9(004) VALUE ZEROS.

      *-----------------------------------------------------------*
      * FERIADOS.DAT carregado na primeira chamada e mantido entre *
      * as chamadas do mesmo programa.                             *
      *-----------------------------------------------------------*
       01  DU-TABELA-FERIADOS.
           05  DU-QTDE-FERIADOS     PIC 9(004) VALUE ZEROS.
           05  DU-FERIADO           OCCURS 1000 TIMES.
               10  DU-FR-DATA       PIC 9(008).
               10  DU-FR-ABRANGENCIA PIC X(001).
               10  DU-FR-UF         PIC X(002).
               10  DU-FR-FILIAL     PIC 9(003).
               10  DU-FR-DESCRICAO  PIC X(030).

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-DATA                  PIC 9(008).
       01  LK-FILIAL                PIC 9(003).
       01  LK-DIA-UTIL              PIC X(001).
       01  LK-DESCRICAO             PIC X(030).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-DATA
                                 LK-FILIAL
                                 LK-DIA-UTIL
                                 LK-DESCRICAO.

       0000-MAINLINE.
           MOVE "N" TO LK-DIA-UTIL
           MOVE SPACES TO LK-DESCRICAO
           IF LK-DATA NOT NUMERIC OR LK-DATA = ZEROS
              GO TO 0000-FIM
           END-IF
           IF NOT DU-TABELA-CARREGADA
              PERFORM 1000-CARREGA-FERIADOS
                 THRU 1000-CARREGA-FERIADOS-EXIT
           END-IF
           IF DU-TEM-FILIAL = "N" OR LK-FILIAL NOT = DU-FILIAL-ATUAL
              PERFORM 1100-LE-FILIAL THRU 1100-LE-FILIAL-EXIT
           END-IF
           COMPUTE DU-INT-DATA = FUNCTION INTEGER-OF-DATE(LK-DATA)
           DIVIDE DU-INT-DATA BY 7
               GIVING DU-QUOCIENTE
               REMAINDER DU-DIA-SEMANA
           IF DU-DIA-SEMANA >= 1 AND DU-DIA-SEMANA <= 5
              MOVE "S" TO LK-DIA-UTIL
           END-IF
           PERFORM 2000-CONFERE-FERIADO THRU 2000-CONFERE-FERIADO-EXIT
               VARYING DU-INDICE FROM 1 BY 1
               UNTIL DU-INDICE > DU-QTDE-FERIADOS
                  OR LK-DESCRICAO NOT = SPACES.
       0000-FIM.
           GOBACK.

       1000-CARREGA-FERIADOS.
           MOVE "S" TO DU-CARREGADO
           MOVE ZEROS TO DU-QTDE-FERIADOS
           OPEN INPUT ARQ-FERIADOS
           IF DU-STATUS-FERIADOS NOT = "00"
              GO TO 1000-CARREGA-FERIADOS-EXIT
           END-IF
           PERFORM 1010-CARREGA-UM-FERIADO
              THRU 1010-CARREGA-UM-FERIADO-EXIT
               UNTIL DU-FIM-FERIADOS
           CLOSE ARQ-FERIADOS.
       1000-CARREGA-FERIADOS-EXIT.
           EXIT.

       1010-CARREGA-UM-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   SET DU-FIM-FERIADOS TO TRUE
                   GO TO 1010-CARREGA-UM-FERIADO-EXIT
           END-READ
           IF FER-DATA NOT NUMERIC OR DU-QTDE-FERIADOS = 1000
              GO TO 1010-CARREGA-UM-FERIADO-EXIT
           END-IF
           ADD 1 TO DU-QTDE-FERIADOS
           MOVE FER-DATA TO DU-FR-DATA(DU-QTDE-FERIADOS)
           MOVE FER-ABRANGENCIA TO DU-FR-ABRANGENCIA(DU-QTDE-FERIADOS)
           MOVE FER-UF TO DU-FR-UF(DU-QTDE-FERIADOS)
           MOVE ZEROS TO DU-FR-FILIAL(DU-QTDE-FERIADOS)
           IF FER-MUNICIPAL AND FER-FILIAL NUMERIC
              MOVE FER-FILIAL TO DU-FR-FILIAL(DU-QTDE-FERIADOS)
           END-IF
           MOVE FER-DESCRICAO TO DU-FR-DESCRICAO(DU-QTDE-FERIADOS)
           IF FER-DESCRICAO = SPACES
              MOVE "FERIADO" TO DU-FR-DESCRICAO(DU-QTDE-FERIADOS)
           END-IF.
       1010-CARREGA-UM-FERIADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * UF da filial para os feriados estaduais; filial fora do    *
      * cadastro fica so com os nacionais e os municipais dela.    *
      *-----------------------------------------------------------*
       1100-LE-FILIAL.
           MOVE "S" TO DU-TEM-FILIAL
           MOVE LK-FILIAL TO DU-FILIAL-ATUAL
           MOVE SPACES TO DU-UF-ATUAL
           OPEN INPUT ARQ-FILIAL
           IF DU-STATUS-FILIAL NOT = "00"
              GO TO 1100-LE-FILIAL-EXIT
           END-IF
           MOVE LK-FILIAL TO FIL-CODIGO
           READ ARQ-FILIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIL-UF TO DU-UF-ATUAL
           END-READ
           CLOSE ARQ-FILIAL.
       1100-LE-FILIAL-EXIT.
           EXIT.

       2000-CONFERE-FERIADO.
           IF DU-FR-DATA(DU-INDICE) NOT = LK-DATA
              GO TO 2000-CONFERE-FERIADO-EXIT
           END-IF
           EVALUATE DU-FR-ABRANGENCIA(DU-INDICE)
               WHEN "E"
                   IF DU-FR-UF(DU-INDICE) NOT = DU-UF-ATUAL
                      OR DU-UF-ATUAL = SPACES
                      GO TO 2000-CONFERE-FERIADO-EXIT
                   END-IF
               WHEN "F"
                   IF DU-FR-FILIAL(DU-INDICE) NOT = LK-FILIAL
                      GO TO 2000-CONFERE-FERIADO-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "N" TO LK-DIA-UTIL
           MOVE DU-FR-DESCRICAO(DU-INDICE) TO LK-DESCRICAO.
       2000-CONFERE-FERIADO-EXIT.
           EXIT.
