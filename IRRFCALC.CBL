      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IRRFCALC.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Calculo da retencao de imposto de renda *
      *                    na fonte sobre um pagamento de comissao *
      *                    pela tabela progressiva IRRF.DAT        *
      *                    vigente na data do pagamento (mantida   *
      *                    pelo IRFMANUT), num unico ponto para a  *
      *                    interface da folha (PERICTL) e para os  *
      *                    cheques (VENDCHEQ) - acaba o acerto da  *
      *                    retencao a mao pelo contador.           *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRRF-TABELA ASSIGN TO "IRRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IRF-DATA-VIGENCIA
               FILE STATUS IS IC-STATUS-TABELA.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  IRRF-TABELA.
           COPY IRRFREC.

       WORKING-STORAGE SECTION.

       77  IC-STATUS-TABELA         PIC X(002) VALUE SPACES.
       77  IC-DATA-CARREGADA        PIC 9(008) VALUE ZEROS.
       77  IC-VERSAO                PIC X(001) VALUE "N".
           88  IC-TEM-VERSAO              VALUE "S".
           88  IC-SEM-VERSAO              VALUE "N".
       77  IC-BASE                  PIC 9(007)V99 VALUE ZEROS.
       77  IC-IMPOSTO               PIC S9(007)V99 VALUE ZEROS.
       77  IC-INDICE                PIC 9(001) VALUE ZEROS.
       77  IC-FAIXA                 PIC 9(001) VALUE ZEROS.

      *    Versao da tabela em uso, guardada entre as chamadas: so
      *    e relida quando muda a data do pagamento.
       01  IC-VERSAO-CARREGADA.
           05  IC-DEDUCAO-BASE      PIC 9(005)V99.
           05  IC-RETENCAO-MINIMA   PIC 9(003)V99.
           05  IC-QTDE-FAIXAS       PIC 9(001).
           05  IC-FAIXAS.
               10  IC-FAIXA-TAB     OCCURS 5 TIMES.
                   15  IC-LIMITE    PIC 9(007)V99.
                   15  IC-ALIQUOTA  PIC 9(002)V99.
                   15  IC-PARCELA   PIC 9(005)V99.

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-DATA-PAGAMENTO        PIC 9(008).
       01  LK-RENDIMENTO            PIC 9(007)V99.
       01  LK-RETENCAO              PIC 9(007)V99.
       01  LK-ALIQUOTA              PIC 9(002)V99.
       01  LK-STATUS                PIC X(001).
           88  LK-CALCULADO               VALUE "0".
           88  LK-SEM-TABELA              VALUE "1".

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-DATA-PAGAMENTO
                                 LK-RENDIMENTO
                                 LK-RETENCAO
                                 LK-ALIQUOTA
                                 LK-STATUS.

       0000-MAINLINE.
           MOVE ZEROS TO LK-RETENCAO LK-ALIQUOTA
           MOVE "0" TO LK-STATUS
           IF LK-DATA-PAGAMENTO NOT = IC-DATA-CARREGADA
              PERFORM 1000-CARREGA-VERSAO
                 THRU 1000-CARREGA-VERSAO-EXIT
           END-IF
           IF IC-SEM-VERSAO
              MOVE "1" TO LK-STATUS
              GOBACK
           END-IF
           PERFORM 2000-CALCULA-RETENCAO
              THRU 2000-CALCULA-RETENCAO-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * Versao vigente: a de maior vigencia que nao ultrapasse a   *
      * data do pagamento.  A tabela e pequena - a varredura       *
      * sequencial completa basta.                                 *
      *-----------------------------------------------------------*
       1000-CARREGA-VERSAO.
           SET IC-SEM-VERSAO TO TRUE
           MOVE LK-DATA-PAGAMENTO TO IC-DATA-CARREGADA
           OPEN INPUT IRRF-TABELA
           IF IC-STATUS-TABELA NOT = "00"
              GO TO 1000-CARREGA-VERSAO-EXIT
           END-IF
           MOVE LOW-VALUES TO IRF-DATA-VIGENCIA
           START IRRF-TABELA KEY NOT LESS THAN IRF-DATA-VIGENCIA
               INVALID KEY
                   MOVE "10" TO IC-STATUS-TABELA
           END-START
           PERFORM 1010-AVALIA-VERSAO THRU 1010-AVALIA-VERSAO-EXIT
               UNTIL IC-STATUS-TABELA NOT = "00"
           CLOSE IRRF-TABELA.
       1000-CARREGA-VERSAO-EXIT.
           EXIT.

       1010-AVALIA-VERSAO.
           READ IRRF-TABELA NEXT RECORD
               AT END
                   MOVE "10" TO IC-STATUS-TABELA
               NOT AT END
                   IF IRF-DATA-VIGENCIA NOT > LK-DATA-PAGAMENTO
                      MOVE IRF-DEDUCAO-BASE TO IC-DEDUCAO-BASE
                      MOVE IRF-RETENCAO-MINIMA TO IC-RETENCAO-MINIMA
                      MOVE IRF-QTDE-FAIXAS TO IC-QTDE-FAIXAS
                      MOVE IRF-FAIXAS TO IC-FAIXAS
                      SET IC-TEM-VERSAO TO TRUE
                   END-IF
           END-READ.
       1010-AVALIA-VERSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Base = rendimento menos a deducao fixa; a faixa e a        *
      * primeira cujo limite comporta a base (a ultima vale ate o  *
      * teto).  Imposto = base x aliquota - parcela a deduzir;     *
      * abaixo da retencao minima nada e retido.                   *
      *-----------------------------------------------------------*
       2000-CALCULA-RETENCAO.
           IF LK-RENDIMENTO NOT > IC-DEDUCAO-BASE
              GO TO 2000-CALCULA-RETENCAO-EXIT
           END-IF
           COMPUTE IC-BASE = LK-RENDIMENTO - IC-DEDUCAO-BASE
           MOVE ZEROS TO IC-FAIXA
           PERFORM 2010-PROCURA-FAIXA THRU 2010-PROCURA-FAIXA-EXIT
               VARYING IC-INDICE FROM 1 BY 1
               UNTIL IC-INDICE > IC-QTDE-FAIXAS
                  OR IC-FAIXA > ZEROS
           IF IC-FAIXA = ZEROS
              MOVE IC-QTDE-FAIXAS TO IC-FAIXA
           END-IF
           IF IC-FAIXA = ZEROS
              GO TO 2000-CALCULA-RETENCAO-EXIT
           END-IF
           MOVE IC-ALIQUOTA(IC-FAIXA) TO LK-ALIQUOTA
           COMPUTE IC-IMPOSTO ROUNDED =
                   IC-BASE * IC-ALIQUOTA(IC-FAIXA) / 100
                 - IC-PARCELA(IC-FAIXA)
           IF IC-IMPOSTO < IC-RETENCAO-MINIMA
              OR IC-IMPOSTO NOT > ZEROS
              GO TO 2000-CALCULA-RETENCAO-EXIT
           END-IF
           MOVE IC-IMPOSTO TO LK-RETENCAO.
       2000-CALCULA-RETENCAO-EXIT.
           EXIT.

       2010-PROCURA-FAIXA.
           IF IC-LIMITE(IC-INDICE) NOT < IC-BASE
              MOVE IC-INDICE TO IC-FAIXA
           END-IF.
       2010-PROCURA-FAIXA-EXIT.
           EXIT.
