      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JANELA.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Chave de disponibilidade do sistema     *
      *                    para a janela noturna (JANELA.DAT): o   *
      *                    JOBCTL fecha ao iniciar a noite e       *
      *                    reabre ao terminar, e os programas em   *
      *                    tela consultam antes de atualizar.  O   *
      *                    aviso previo sai de JANELA.PRM (hora    *
      *                    prevista de fechamento HHMM e minutos   *
      *                    de antecedencia).  Fechamento,          *
      *                    reabertura e sobreposicao de nivel 3    *
      *                    vao para JANLOG.DAT.                    *
      *                                                            *
      *  Chamada:                                                  *
      *      CALL "JANELA" USING funcao programa operador status    *
      *                          minutos motivo                     *
      *        funcao   PIC X(01)  "F" = fecha a janela; "A" =      *
      *                            reabre; "C" = consulta; "S" =    *
      *                            registra sobreposicao de nivel   *
      *                            3 (com o motivo); "U" = registra *
      *                            atualizacao sob sobreposicao     *
      *        programa PIC X(08)  programa chamador                *
      *        operador PIC X(08)  operador da sessao               *
      *        status   PIC X(01)  "0" = aberta; "1" = aberta, mas  *
      *                            fecha em MINUTOS; "2" = fechada  *
      *        minutos  PIC 9(03)  minutos ate o fechamento ("1")   *
      *        motivo   PIC X(40)  motivo da sobreposicao ("S")     *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JANELA ASSIGN TO "JANELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JN-STATUS-JANELA.

           SELECT ARQ-PARAMETROS ASSIGN TO "JANELA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JN-STATUS-PARM.

           SELECT ARQ-JANLOG ASSIGN TO "JANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JN-STATUS-LOG.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JANELA.
           COPY JANREC.

       FD  ARQ-PARAMETROS.
       01  PRM-LINHA                PIC X(080).

       FD  ARQ-JANLOG.
           COPY JANLOG.

       WORKING-STORAGE SECTION.

       COPY DATASIS.

       77  JN-STATUS-JANELA         PIC X(002) VALUE SPACES.
       77  JN-STATUS-PARM           PIC X(002) VALUE SPACES.
       77  JN-STATUS-LOG            PIC X(002) VALUE SPACES.
       01  JN-HORA-ATUAL.
           05  JN-ATUAL-HH          PIC 9(002).
           05  JN-ATUAL-MM          PIC 9(002).
           05  FILLER               PIC 9(004).

      *-----------------------------------------------------------*
      * Aviso previo: JANELA.PRM com "HHMM;MM" - hora prevista do  *
      * fechamento e minutos de antecedencia do aviso (sem         *
      * parametro, sem aviso; sem minutos, 30).                    *
      *-----------------------------------------------------------*
       77  JN-PRM-HORA              PIC X(004) VALUE SPACES.
       77  JN-PRM-AVISO             PIC X(003) VALUE SPACES.
       01  JN-PREVISTA.
           05  JN-PREVISTA-HH       PIC 9(002).
           05  JN-PREVISTA-MM       PIC 9(002).
       01  JN-HORA-PREVISTA REDEFINES JN-PREVISTA
                                    PIC 9(004).
       77  JN-MINUTOS-AVISO         PIC 9(003) VALUE ZEROS.
       77  JN-MINUTO-AGORA          PIC 9(004) VALUE ZEROS.
       77  JN-MINUTO-PREVISTO       PIC 9(004) VALUE ZEROS.
       77  JN-FALTAM                PIC S9(004) VALUE ZEROS.

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-FUNCAO                PIC X(001).
       01  LK-PROGRAMA              PIC X(008).
       01  LK-OPERADOR              PIC X(008).
       01  LK-STATUS                PIC X(001).
       01  LK-MINUTOS               PIC 9(003).
       01  LK-MOTIVO                PIC X(040).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNCAO
                                 LK-PROGRAMA
                                 LK-OPERADOR
                                 LK-STATUS
                                 LK-MINUTOS
                                 LK-MOTIVO.

       0000-MAINLINE.
           MOVE "0" TO LK-STATUS
           MOVE ZEROS TO LK-MINUTOS
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT JN-HORA-ATUAL FROM TIME
           EVALUATE LK-FUNCAO
               WHEN "F"
               WHEN "A"
                   PERFORM 1000-MUDA-SITUACAO
                      THRU 1000-MUDA-SITUACAO-EXIT
               WHEN "C"
                   PERFORM 2000-CONSULTA THRU 2000-CONSULTA-EXIT
               WHEN "S"
               WHEN "U"
                   MOVE "2" TO LK-STATUS
                   PERFORM 9000-REGISTRA-LOG
                      THRU 9000-REGISTRA-LOG-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------*
      * Fecha ou reabre a janela regravando o registro unico.      *
      *-----------------------------------------------------------*
       1000-MUDA-SITUACAO.
           OPEN OUTPUT ARQ-JANELA
           IF JN-STATUS-JANELA NOT = "00"
              DISPLAY "JANELA: erro ao gravar JANELA.DAT - status "
                      JN-STATUS-JANELA
              GO TO 1000-MUDA-SITUACAO-EXIT
           END-IF
           MOVE LK-FUNCAO TO JAN-SITUACAO
           MOVE DATA-SISTEMA TO JAN-DATA
           MOVE JN-HORA-ATUAL(1:6) TO JAN-HORA
           MOVE LK-PROGRAMA TO JAN-PROGRAMA
           WRITE JAN-REGISTRO
           CLOSE ARQ-JANELA
           IF LK-FUNCAO = "F"
              MOVE "2" TO LK-STATUS
           END-IF
           PERFORM 9000-REGISTRA-LOG THRU 9000-REGISTRA-LOG-EXIT.
       1000-MUDA-SITUACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Consulta: fechada devolve "2"; aberta e dentro do aviso    *
      * previo antes da hora prevista devolve "1" com os minutos.  *
      *-----------------------------------------------------------*
       2000-CONSULTA.
           OPEN INPUT ARQ-JANELA
           IF JN-STATUS-JANELA = "00"
              READ ARQ-JANELA
                  AT END
                      MOVE "A" TO JAN-SITUACAO
              END-READ
              CLOSE ARQ-JANELA
              IF JAN-FECHADA
                 MOVE "2" TO LK-STATUS
                 GO TO 2000-CONSULTA-EXIT
              END-IF
           END-IF
           PERFORM 2100-LE-PARAMETRO THRU 2100-LE-PARAMETRO-EXIT
           IF JN-HORA-PREVISTA = ZEROS
              GO TO 2000-CONSULTA-EXIT
           END-IF
           COMPUTE JN-MINUTO-AGORA = JN-ATUAL-HH * 60 + JN-ATUAL-MM
           COMPUTE JN-MINUTO-PREVISTO =
                   JN-PREVISTA-HH * 60 + JN-PREVISTA-MM
           COMPUTE JN-FALTAM = JN-MINUTO-PREVISTO - JN-MINUTO-AGORA
           IF JN-FALTAM > ZEROS
              AND JN-FALTAM NOT > JN-MINUTOS-AVISO
              MOVE "1" TO LK-STATUS
              MOVE JN-FALTAM TO LK-MINUTOS
           END-IF.
       2000-CONSULTA-EXIT.
           EXIT.

       2100-LE-PARAMETRO.
           MOVE ZEROS TO JN-HORA-PREVISTA
           MOVE 30 TO JN-MINUTOS-AVISO
           OPEN INPUT ARQ-PARAMETROS
           IF JN-STATUS-PARM NOT = "00"
              GO TO 2100-LE-PARAMETRO-EXIT
           END-IF
           READ ARQ-PARAMETROS
               AT END
                   MOVE SPACES TO PRM-LINHA
           END-READ
           CLOSE ARQ-PARAMETROS
           MOVE SPACES TO JN-PRM-HORA JN-PRM-AVISO
           UNSTRING PRM-LINHA DELIMITED BY ";" OR SPACE
               INTO JN-PRM-HORA JN-PRM-AVISO
           END-UNSTRING
           IF JN-PRM-HORA IS NUMERIC
              MOVE JN-PRM-HORA TO JN-HORA-PREVISTA
           END-IF
           IF JN-PREVISTA-HH > 23 OR JN-PREVISTA-MM > 59
              MOVE ZEROS TO JN-HORA-PREVISTA
           END-IF
           IF JN-PRM-AVISO NOT = SPACES
              COMPUTE JN-MINUTOS-AVISO = FUNCTION NUMVAL(JN-PRM-AVISO)
                  ON SIZE ERROR
                      MOVE 30 TO JN-MINUTOS-AVISO
              END-COMPUTE
           END-IF.
       2100-LE-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A falha de gravacao do historico nao derruba o chamador.   *
      *-----------------------------------------------------------*
       9000-REGISTRA-LOG.
           OPEN EXTEND ARQ-JANLOG
           IF JN-STATUS-LOG = "35"
              OPEN OUTPUT ARQ-JANLOG
              CLOSE ARQ-JANLOG
              OPEN EXTEND ARQ-JANLOG
           END-IF
           IF JN-STATUS-LOG NOT = "00"
              DISPLAY "JANELA: historico JANLOG indisponivel - status "
                      JN-STATUS-LOG
              GO TO 9000-REGISTRA-LOG-EXIT
           END-IF
           MOVE DATA-SISTEMA TO JLG-DATA
           MOVE JN-HORA-ATUAL(1:6) TO JLG-HORA
           MOVE LK-FUNCAO TO JLG-OPERACAO
           MOVE LK-PROGRAMA TO JLG-PROGRAMA
           MOVE LK-OPERADOR TO JLG-OPERADOR
           IF LK-FUNCAO = "S"
              MOVE LK-MOTIVO TO JLG-MOTIVO
           ELSE
              MOVE SPACES TO JLG-MOTIVO
           END-IF
           WRITE JLG-REGISTRO
           CLOSE ARQ-JANLOG.
       9000-REGISTRA-LOG-EXIT.
           EXIT.
