      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENCADEIA.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Encadeamento dos diarios de auditoria   *
      *                    (CLIAUDIT, VDRAUDIT e SESSJRN.DAT): cada *
      *                    registro leva um numero de sequencia e  *
      *                    um hash corrente calculado sobre o hash *
      *                    do registro anterior, a sequencia e o   *
      *                    conteudo.  Alterar, excluir ou inserir  *
      *                    um registro no meio quebra o elo dai em *
      *                    diante (ver AUDCADEI).  O ultimo elo de *
      *                    cada diario e procurado na primeira     *
      *                    chamada - no arquivo vivo e, se ele     *
      *                    estiver vazio apos o expurgo, no        *
      *                    arquivo morto do ARCPURGE - e guardado  *
      *                    ate o fim do programa chamador.         *
      * 15/10/2026 EQP     O ultimo elo passa a ser relido do      *
      *                    diario a cada chamada "P": sessoes de   *
      *                    terminal simultaneas (PRGARRAY,         *
      *                    VDRMANUT, SIGNON) gravando o mesmo      *
      *                    diario repetiam sequencia e hash.  O    *
      *                    elo guardado na execucao so vale quando *
      *                    esta a frente do diario (registros do   *
      *                    proprio chamador ainda no buffer do     *
      *                    OPEN EXTEND).                           *
      * 15/10/2026 EQP     A releitura a cada chamada fica so para *
      *                    as sessoes de terminal (funcao "O"): na *
      *                    funcao "P" o diario e lido na primeira  *
      *                    chamada da execucao e os elos seguintes *
      *                    saem da tabela - as cargas em lote      *
      *                    (CLICARGA, CLIREAJ, CLIMERGE, CARTAPL,  *
      *                    CRCOBRA, CLILIMAP, VDRTRFAP) voltam a   *
      *                    ler o diario uma vez so.                *
      *                                                            *
      *  Chamada:                                                  *
      *      CALL "ENCADEIA" USING funcao arquivo arquivo-morto     *
      *                            registro tamanho sequencia hash  *
      *        funcao    PIC X(01)  "P" = proximo elo do diario:    *
      *                             devolve a sequencia seguinte e  *
      *                             o hash do registro a gravar; o  *
      *                             diario so e lido na primeira    *
      *                             chamada (programa em lote,      *
      *                             unico gravador enquanto roda);  *
      *                             "O" = como "P", relendo o       *
      *                             diario a cada chamada (sessao   *
      *                             de terminal, com outras         *
      *                             gravando o mesmo diario);       *
      *                             "H" = so calcula: recebe a      *
      *                             sequencia e, em HASH, o hash    *
      *                             anterior, e devolve o hash do   *
      *                             registro (verificacao e         *
      *                             regravacao de elos)             *
      *        arquivo   PIC X(20)  nome do diario (ex. CLIAUDIT)   *
      *        arquivo-morto                                        *
      *                  PIC X(20)  arquivo morto do diario, ou     *
      *                             espacos se nao houver           *
      *        registro  PIC X(400) registro do diario              *
      *        tamanho   PIC 9(03)  bytes de conteudo encadeado; a  *
      *                             sequencia 9(09) e o hash 9(12)  *
      *                             vem logo em seguida             *
      *        sequencia PIC 9(09)                                  *
      *        hash      PIC 9(12)                                  *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DIARIO ASSIGN TO DYNAMIC EC-NOME-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EC-STATUS-DIARIO.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DIARIO.
       01  DIA-LINHA                PIC X(400).

       WORKING-STORAGE SECTION.

       77  EC-STATUS-DIARIO         PIC X(002) VALUE SPACES.
           88  EC-FIM-DIARIO              VALUE "10".
       77  EC-NOME-DIARIO           PIC X(020) VALUE SPACES.
       77  EC-POS-SEQUENCIA         PIC 9(003) COMP VALUE ZEROS.
       77  EC-POS-HASH              PIC 9(003) COMP VALUE ZEROS.
       77  EC-POSICAO               PIC 9(003) COMP VALUE ZEROS.
       77  EC-ACHOU-ELO             PIC X(001) VALUE "N".
           88  EC-TEM-ELO                 VALUE "S".
       77  EC-ULTIMA-SEQUENCIA      PIC 9(009) VALUE ZEROS.
       77  EC-ULTIMO-HASH           PIC 9(012) VALUE ZEROS.

      *-----------------------------------------------------------*
      * Hash: a cada byte, H = (H * 31 + codigo do byte) modulo    *
      * um primo de 12 digitos, partindo do hash anterior com a    *
      * sequencia ja somada.                                       *
      *-----------------------------------------------------------*
       77  EC-PRIMO                 PIC 9(012) VALUE 999999999989.
       77  EC-ACUMULADO             PIC 9(018) VALUE ZEROS.
       77  EC-QUOCIENTE             PIC 9(018) VALUE ZEROS.
       77  EC-HASH                  PIC 9(012) VALUE ZEROS.

      *-----------------------------------------------------------*
      * Ultimo elo entregue por esta execucao em cada diario: na   *
      * funcao "P" e a fonte dos elos depois da primeira leitura;  *
      * na "O" so prevalece sobre o lido do arquivo quando esta a  *
      * frente dele (registros do chamador ainda nao               *
      * descarregados).                                            *
      *-----------------------------------------------------------*
       77  EC-QTDE-DIARIOS          PIC 9(003) COMP VALUE ZEROS.
       77  EC-IND                   PIC 9(003) COMP VALUE ZEROS.
       77  EC-ATUAL                 PIC 9(003) COMP VALUE ZEROS.
       01  EC-TABELA.
           05  EC-ENTRADA OCCURS 5 TIMES.
               10  EC-DIARIO        PIC X(020).
               10  EC-SEQUENCIA     PIC 9(009).
               10  EC-HASH-DIARIO   PIC 9(012).

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-FUNCAO                PIC X(001).
       01  LK-ARQUIVO               PIC X(020).
       01  LK-ARQUIVO-MORTO         PIC X(020).
       01  LK-REGISTRO              PIC X(400).
       01  LK-TAMANHO               PIC 9(003).
       01  LK-SEQUENCIA             PIC 9(009).
       01  LK-HASH                  PIC 9(012).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNCAO
                                 LK-ARQUIVO
                                 LK-ARQUIVO-MORTO
                                 LK-REGISTRO
                                 LK-TAMANHO
                                 LK-SEQUENCIA
                                 LK-HASH.

       0000-MAINLINE.
           IF LK-FUNCAO = "H"
              MOVE LK-HASH TO EC-HASH
              PERFORM 3000-CALCULA-HASH THRU 3000-CALCULA-HASH-EXIT
              MOVE EC-HASH TO LK-HASH
              GOBACK
           END-IF
           PERFORM 1000-LOCALIZA-DIARIO THRU 1000-LOCALIZA-DIARIO-EXIT
           ADD 1 TO EC-SEQUENCIA(EC-ATUAL)
           MOVE EC-SEQUENCIA(EC-ATUAL) TO LK-SEQUENCIA
           MOVE EC-HASH-DIARIO(EC-ATUAL) TO EC-HASH
           PERFORM 3000-CALCULA-HASH THRU 3000-CALCULA-HASH-EXIT
           MOVE EC-HASH TO EC-HASH-DIARIO(EC-ATUAL)
           MOVE EC-HASH TO LK-HASH
           GOBACK.

      *-----------------------------------------------------------*
      * Na funcao "P", diario que ja esta na tabela segue dela sem *
      * ler o arquivo.  Na primeira chamada do diario, e em toda   *
      * chamada "O" (outra sessao pode ter gravado desde a         *
      * anterior), procura o ultimo elo gravado no vivo e, sem elo *
      * no vivo, no arquivo morto.  Sem elo nenhum, a cadeia       *
      * comeca da sequencia 1.  O elo que esta execucao entregou   *
      * por ultimo so prevalece se estiver a frente do lido.       *
      *-----------------------------------------------------------*
       1000-LOCALIZA-DIARIO.
           MOVE ZEROS TO EC-ATUAL
           PERFORM 1010-PROCURA-DIARIO THRU 1010-PROCURA-DIARIO-EXIT
               VARYING EC-IND FROM 1 BY 1
               UNTIL EC-IND > EC-QTDE-DIARIOS
           IF EC-ATUAL NOT = ZEROS AND LK-FUNCAO = "P"
              GO TO 1000-LOCALIZA-DIARIO-EXIT
           END-IF
           MOVE "N" TO EC-ACHOU-ELO
           MOVE ZEROS TO EC-ULTIMA-SEQUENCIA EC-ULTIMO-HASH
           COMPUTE EC-POS-SEQUENCIA = LK-TAMANHO + 1
           COMPUTE EC-POS-HASH = LK-TAMANHO + 10
           MOVE LK-ARQUIVO TO EC-NOME-DIARIO
           PERFORM 2000-LE-ULTIMO-ELO THRU 2000-LE-ULTIMO-ELO-EXIT
           IF NOT EC-TEM-ELO AND LK-ARQUIVO-MORTO NOT = SPACES
              MOVE LK-ARQUIVO-MORTO TO EC-NOME-DIARIO
              PERFORM 2000-LE-ULTIMO-ELO THRU 2000-LE-ULTIMO-ELO-EXIT
           END-IF
           IF EC-ATUAL = ZEROS
              IF EC-QTDE-DIARIOS < 5
                 ADD 1 TO EC-QTDE-DIARIOS
              END-IF
              MOVE EC-QTDE-DIARIOS TO EC-ATUAL
              MOVE LK-ARQUIVO TO EC-DIARIO(EC-ATUAL)
              MOVE ZEROS TO EC-SEQUENCIA(EC-ATUAL)
           END-IF
           IF EC-ULTIMA-SEQUENCIA NOT < EC-SEQUENCIA(EC-ATUAL)
              MOVE EC-ULTIMA-SEQUENCIA TO EC-SEQUENCIA(EC-ATUAL)
              MOVE EC-ULTIMO-HASH TO EC-HASH-DIARIO(EC-ATUAL)
           END-IF.
       1000-LOCALIZA-DIARIO-EXIT.
           EXIT.

       1010-PROCURA-DIARIO.
           IF EC-DIARIO(EC-IND) = LK-ARQUIVO
              MOVE EC-IND TO EC-ATUAL
           END-IF.
       1010-PROCURA-DIARIO-EXIT.
           EXIT.

       2000-LE-ULTIMO-ELO.
           OPEN INPUT ARQ-DIARIO
           IF EC-STATUS-DIARIO NOT = "00"
              GO TO 2000-LE-ULTIMO-ELO-EXIT
           END-IF
           PERFORM 2010-LE-UM-REGISTRO THRU 2010-LE-UM-REGISTRO-EXIT
               UNTIL EC-FIM-DIARIO
           CLOSE ARQ-DIARIO.
       2000-LE-ULTIMO-ELO-EXIT.
           EXIT.

       2010-LE-UM-REGISTRO.
           READ ARQ-DIARIO
               AT END
                   SET EC-FIM-DIARIO TO TRUE
                   GO TO 2010-LE-UM-REGISTRO-EXIT
           END-READ
           IF DIA-LINHA(EC-POS-SEQUENCIA:9) IS NUMERIC
              AND DIA-LINHA(EC-POS-HASH:12) IS NUMERIC
              MOVE "S" TO EC-ACHOU-ELO
              MOVE DIA-LINHA(EC-POS-SEQUENCIA:9)
                TO EC-ULTIMA-SEQUENCIA
              MOVE DIA-LINHA(EC-POS-HASH:12) TO EC-ULTIMO-HASH
           END-IF.
       2010-LE-UM-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Entra com o hash anterior em EC-HASH e sai com o hash do   *
      * registro (sequencia em LK-SEQUENCIA ou na tabela).         *
      *-----------------------------------------------------------*
       3000-CALCULA-HASH.
           IF LK-FUNCAO = "H"
              COMPUTE EC-ACUMULADO = EC-HASH * 31 + LK-SEQUENCIA
           ELSE
              COMPUTE EC-ACUMULADO = EC-HASH * 31
                                   + EC-SEQUENCIA(EC-ATUAL)
           END-IF
           DIVIDE EC-ACUMULADO BY EC-PRIMO GIVING EC-QUOCIENTE
               REMAINDER EC-HASH
           PERFORM 3010-SOMA-BYTE THRU 3010-SOMA-BYTE-EXIT
               VARYING EC-POSICAO FROM 1 BY 1
               UNTIL EC-POSICAO > LK-TAMANHO.
       3000-CALCULA-HASH-EXIT.
           EXIT.

       3010-SOMA-BYTE.
           COMPUTE EC-ACUMULADO = EC-HASH * 31
                   + FUNCTION ORD(LK-REGISTRO(EC-POSICAO:1))
           DIVIDE EC-ACUMULADO BY EC-PRIMO GIVING EC-QUOCIENTE
               REMAINDER EC-HASH.
       3010-SOMA-BYTE-EXIT.
           EXIT.
