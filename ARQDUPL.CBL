      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARQDUPL.
       AUTHOR.        EQUIPE DE OPERACOES.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Subrotina comum de deteccao de arquivo  *
      *                    de entrada repetido.  Tira a impressao  *
      *                    digital do arquivo (quantidade de       *
      *                    registros, total de controle do campo   *
      *                    chave, primeiro e ultimo registro) e    *
      *                    confere contra o registro de arquivos   *
      *                    processados ARQPROC.DAT: arquivo igual  *
      *                    a um ja carregado pelo mesmo programa   *
      *                    e recusado e vira pedido no APROVA - so *
      *                    a liberacao de nivel 3 pelo APRMANUT    *
      *                    deixa a carga repetida rodar.           *
      *                                                            *
      *  Chamada:                                                  *
      *      CALL "ARQDUPL" USING funcao programa arquivo inicio    *
      *                           tamanho resultado data liberador  *
      *        funcao    PIC X(01)  "V" = verifica o arquivo antes  *
      *                             da carga; "G" = grava no        *
      *                             registro a carga concluida      *
      *        programa  PIC X(08)  programa de carga               *
      *        arquivo   PIC X(30)  nome do arquivo de entrada      *
      *        inicio    PIC 9(03)  posicao do campo chave          *
      *        tamanho   PIC 9(03)  tamanho do campo chave          *
      *        resultado PIC X(01)  "N" = arquivo novo; "D" =       *
      *                             repetido, recusado (pedido de   *
      *                             liberacao registrado); "F" =    *
      *                             repetido com liberacao; "A" =   *
      *                             arquivo ausente ou vazio        *
      *        data      PIC 9(08)  data da carga anterior igual    *
      *        liberador PIC X(08)  operador que liberou ("F")      *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTRADA ASSIGN TO DYNAMIC AD-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-STATUS-ENTRADA.

           SELECT ARQ-PROCESSADOS ASSIGN TO "ARQPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-STATUS-REGISTRO.

           SELECT SESSAO-CORRENTE ASSIGN TO "SESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-STATUS-SESSAO.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTRADA.
       01  AD-LINHA                 PIC X(300).

       FD  ARQ-PROCESSADOS.
           COPY ARQPREC.

       FD  SESSAO-CORRENTE.
           COPY SESSREC.

       WORKING-STORAGE SECTION.

       COPY DATASIS.

       77  AD-STATUS-ENTRADA        PIC X(002) VALUE SPACES.
           88  AD-FIM-ENTRADA             VALUE "10".
       77  AD-STATUS-REGISTRO       PIC X(002) VALUE SPACES.
           88  AD-FIM-REGISTRO            VALUE "10".
       77  AD-STATUS-SESSAO         PIC X(002) VALUE SPACES.
       77  AD-NOME-ENTRADA          PIC X(030) VALUE SPACES.
       77  AD-HORA-ATUAL            PIC 9(008) VALUE ZEROS.
       77  AD-OPERADOR              PIC X(008) VALUE SPACES.

      *-----------------------------------------------------------*
      * Impressao digital do ultimo arquivo verificado - e ela     *
      * que a funcao "G" grava ao fim da carga.                    *
      *-----------------------------------------------------------*
       77  AD-PROGRAMA-VERIFICADO   PIC X(008) VALUE SPACES.
       77  AD-RESULTADO-VERIFICADO  PIC X(001) VALUE SPACES.
       77  AD-LIBERADOR-VERIFICADO  PIC X(008) VALUE SPACES.
       77  AD-QTDE                  PIC 9(009) VALUE ZEROS.
       77  AD-HASH                  PIC 9(018) VALUE ZEROS.
       77  AD-PRIMEIRO              PIC X(080) VALUE SPACES.
       77  AD-ULTIMO                PIC X(080) VALUE SPACES.
       77  AD-CHAVE-INICIO          PIC 9(003) VALUE ZEROS.
       77  AD-CHAVE-TAMANHO         PIC 9(003) VALUE ZEROS.
       77  AD-POSICAO               PIC 9(003) VALUE ZEROS.
       77  AD-PESO                  PIC 9(003) VALUE ZEROS.
       77  AD-ACHOU                 PIC X(001) VALUE "N".
           88  AD-JA-PROCESSADO           VALUE "S".
       77  AD-DATA-ANTERIOR         PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------*
      * Pedido de liberacao da carga repetida no APROVA: os        *
      * parametros levam a impressao digital, e a liberacao so     *
      * vale para este mesmo arquivo.                              *
      *-----------------------------------------------------------*
       01  AD-APR-PARAMETROS.
           05  FILLER               PIC X(006) VALUE "REPET ".
           05  AD-APR-QTDE          PIC 9(009).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  AD-APR-HASH          PIC 9(018).
           05  FILLER               PIC X(006) VALUE SPACES.
       77  AD-APR-STATUS            PIC X(001) VALUE SPACES.
       77  AD-APR-LIBERADOR         PIC X(008) VALUE SPACES.

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-FUNCAO                PIC X(001).
       01  LK-PROGRAMA              PIC X(008).
       01  LK-ARQUIVO               PIC X(030).
       01  LK-CHAVE-INICIO          PIC 9(003).
       01  LK-CHAVE-TAMANHO         PIC 9(003).
       01  LK-RESULTADO             PIC X(001).
       01  LK-DATA-ANTERIOR         PIC 9(008).
       01  LK-LIBERADOR             PIC X(008).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNCAO
                                 LK-PROGRAMA
                                 LK-ARQUIVO
                                 LK-CHAVE-INICIO
                                 LK-CHAVE-TAMANHO
                                 LK-RESULTADO
                                 LK-DATA-ANTERIOR
                                 LK-LIBERADOR.

       0000-MAINLINE.
           IF LK-FUNCAO = "G"
              PERFORM 5000-GRAVA-CARGA THRU 5000-GRAVA-CARGA-EXIT
              GO TO 0000-FIM
           END-IF
           MOVE "N" TO LK-RESULTADO
           MOVE ZEROS TO LK-DATA-ANTERIOR
           MOVE SPACES TO LK-LIBERADOR
           PERFORM 1000-LE-SESSAO THRU 1000-LE-SESSAO-EXIT
           PERFORM 2000-IMPRESSAO-DIGITAL
              THRU 2000-IMPRESSAO-DIGITAL-EXIT
           IF AD-QTDE = ZEROS
              MOVE "A" TO LK-RESULTADO
              MOVE "A" TO AD-RESULTADO-VERIFICADO
              GO TO 0000-FIM
           END-IF
           PERFORM 3000-PROCURA-REGISTRO
              THRU 3000-PROCURA-REGISTRO-EXIT
           IF AD-JA-PROCESSADO
              MOVE AD-DATA-ANTERIOR TO LK-DATA-ANTERIOR
              PERFORM 4000-PEDE-LIBERACAO
                 THRU 4000-PEDE-LIBERACAO-EXIT
           END-IF
           MOVE LK-RESULTADO TO AD-RESULTADO-VERIFICADO
           MOVE LK-LIBERADOR TO AD-LIBERADOR-VERIFICADO.
       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------*
      * Operador da sessao assinada; a corrida noturna sem sessao  *
      * vai como NOTURNO.                                          *
      *-----------------------------------------------------------*
       1000-LE-SESSAO.
           MOVE "NOTURNO " TO AD-OPERADOR
           OPEN INPUT SESSAO-CORRENTE
           IF AD-STATUS-SESSAO = "00"
              READ SESSAO-CORRENTE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF SES-OPERADOR NOT = SPACES
                         MOVE SES-OPERADOR TO AD-OPERADOR
                      END-IF
              END-READ
              CLOSE SESSAO-CORRENTE
           END-IF.
       1000-LE-SESSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Le o arquivo inteiro: conta as linhas nao brancas, soma o  *
      * campo chave (numerico pelo valor, alfanumerico pelo codigo *
      * de cada caractere pesado pela posicao) e guarda a primeira *
      * e a ultima linha.                                          *
      *-----------------------------------------------------------*
       2000-IMPRESSAO-DIGITAL.
           MOVE LK-PROGRAMA TO AD-PROGRAMA-VERIFICADO
           MOVE LK-ARQUIVO TO AD-NOME-ENTRADA
           MOVE ZEROS TO AD-QTDE AD-HASH
           MOVE SPACES TO AD-PRIMEIRO AD-ULTIMO
           MOVE LK-CHAVE-INICIO TO AD-CHAVE-INICIO
           MOVE LK-CHAVE-TAMANHO TO AD-CHAVE-TAMANHO
           IF AD-CHAVE-INICIO = ZEROS OR AD-CHAVE-INICIO > 300
              MOVE 1 TO AD-CHAVE-INICIO
           END-IF
           IF AD-CHAVE-TAMANHO = ZEROS
              OR AD-CHAVE-INICIO + AD-CHAVE-TAMANHO > 301
              COMPUTE AD-CHAVE-TAMANHO = 301 - AD-CHAVE-INICIO
           END-IF
           OPEN INPUT ARQ-ENTRADA
           IF AD-STATUS-ENTRADA NOT = "00"
              GO TO 2000-IMPRESSAO-DIGITAL-EXIT
           END-IF
           PERFORM 2010-LE-UMA-LINHA THRU 2010-LE-UMA-LINHA-EXIT
               UNTIL AD-FIM-ENTRADA
           CLOSE ARQ-ENTRADA.
       2000-IMPRESSAO-DIGITAL-EXIT.
           EXIT.

       2010-LE-UMA-LINHA.
           READ ARQ-ENTRADA
               AT END
                   GO TO 2010-LE-UMA-LINHA-EXIT
           END-READ
           IF AD-LINHA = SPACES
              GO TO 2010-LE-UMA-LINHA-EXIT
           END-IF
           ADD 1 TO AD-QTDE
           IF AD-QTDE = 1
              MOVE AD-LINHA TO AD-PRIMEIRO
           END-IF
           MOVE AD-LINHA TO AD-ULTIMO
           IF AD-LINHA(AD-CHAVE-INICIO:AD-CHAVE-TAMANHO) IS NUMERIC
              AND AD-CHAVE-TAMANHO < 19
              COMPUTE AD-HASH = AD-HASH + FUNCTION NUMVAL
                      (AD-LINHA(AD-CHAVE-INICIO:AD-CHAVE-TAMANHO))
                  ON SIZE ERROR
                      CONTINUE
              END-COMPUTE
           ELSE
              MOVE 1 TO AD-PESO
              PERFORM 2020-SOMA-CARACTERE
                 THRU 2020-SOMA-CARACTERE-EXIT
                  VARYING AD-POSICAO FROM AD-CHAVE-INICIO BY 1
                  UNTIL AD-POSICAO
                        > AD-CHAVE-INICIO + AD-CHAVE-TAMANHO - 1
           END-IF.
       2010-LE-UMA-LINHA-EXIT.
           EXIT.

       2020-SOMA-CARACTERE.
           COMPUTE AD-HASH = AD-HASH
                   + FUNCTION ORD(AD-LINHA(AD-POSICAO:1)) * AD-PESO
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE
           ADD 1 TO AD-PESO.
       2020-SOMA-CARACTERE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Carga anterior do mesmo programa com a mesma impressao     *
      * digital (processada, repetida ou nao) = arquivo repetido.  *
      *-----------------------------------------------------------*
       3000-PROCURA-REGISTRO.
           MOVE "N" TO AD-ACHOU
           MOVE ZEROS TO AD-DATA-ANTERIOR
           OPEN INPUT ARQ-PROCESSADOS
           IF AD-STATUS-REGISTRO NOT = "00"
              GO TO 3000-PROCURA-REGISTRO-EXIT
           END-IF
           PERFORM 3010-COMPARA-UM THRU 3010-COMPARA-UM-EXIT
               UNTIL AD-FIM-REGISTRO
           CLOSE ARQ-PROCESSADOS.
       3000-PROCURA-REGISTRO-EXIT.
           EXIT.

       3010-COMPARA-UM.
           READ ARQ-PROCESSADOS
               AT END
                   GO TO 3010-COMPARA-UM-EXIT
           END-READ
           IF ARP-RECUSADO
              GO TO 3010-COMPARA-UM-EXIT
           END-IF
           IF ARP-PROGRAMA = LK-PROGRAMA
              AND ARP-QTDE = AD-QTDE
              AND ARP-HASH = AD-HASH
              AND ARP-PRIMEIRO = AD-PRIMEIRO
              AND ARP-ULTIMO = AD-ULTIMO
              MOVE "S" TO AD-ACHOU
              MOVE ARP-DATA TO AD-DATA-ANTERIOR
           END-IF.
       3010-COMPARA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Arquivo repetido: so roda com a liberacao de nivel 3 do    *
      * pedido no APROVA.  Sem ela a tentativa fica no registro    *
      * como recusada.                                             *
      *-----------------------------------------------------------*
       4000-PEDE-LIBERACAO.
           MOVE AD-QTDE TO AD-APR-QTDE
           MOVE AD-HASH TO AD-APR-HASH
           CALL "APROVA" USING LK-PROGRAMA
                                AD-APR-PARAMETROS
                                AD-OPERADOR
                                AD-APR-STATUS
                                AD-APR-LIBERADOR
           END-CALL
           IF AD-APR-STATUS = "0"
              MOVE "F" TO LK-RESULTADO
              MOVE AD-APR-LIBERADOR TO LK-LIBERADOR
              GO TO 4000-PEDE-LIBERACAO-EXIT
           END-IF
           MOVE "D" TO LK-RESULTADO
           MOVE "R" TO ARP-SITUACAO
           MOVE AD-OPERADOR TO ARP-OPERADOR
           PERFORM 6000-ACRESCENTA THRU 6000-ACRESCENTA-EXIT.
       4000-PEDE-LIBERACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Carga concluida: entra no registro com a impressao digital *
      * tirada na verificacao.                                     *
      *-----------------------------------------------------------*
       5000-GRAVA-CARGA.
           IF AD-PROGRAMA-VERIFICADO NOT = LK-PROGRAMA
              OR AD-RESULTADO-VERIFICADO = "A"
              OR AD-RESULTADO-VERIFICADO = "D"
              GO TO 5000-GRAVA-CARGA-EXIT
           END-IF
           IF AD-RESULTADO-VERIFICADO = "F"
              MOVE "F" TO ARP-SITUACAO
              MOVE AD-LIBERADOR-VERIFICADO TO ARP-OPERADOR
           ELSE
              MOVE "P" TO ARP-SITUACAO
              MOVE AD-OPERADOR TO ARP-OPERADOR
           END-IF
           PERFORM 6000-ACRESCENTA THRU 6000-ACRESCENTA-EXIT
           MOVE SPACES TO AD-PROGRAMA-VERIFICADO.
       5000-GRAVA-CARGA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A falha de gravacao do registro nao derruba a carga.       *
      *-----------------------------------------------------------*
       6000-ACRESCENTA.
           OPEN EXTEND ARQ-PROCESSADOS
           IF AD-STATUS-REGISTRO = "35"
              OPEN OUTPUT ARQ-PROCESSADOS
              CLOSE ARQ-PROCESSADOS
              OPEN EXTEND ARQ-PROCESSADOS
           END-IF
           IF AD-STATUS-REGISTRO NOT = "00"
              DISPLAY "ARQDUPL: registro de arquivos processados "
                      "indisponivel - status " AD-STATUS-REGISTRO
              GO TO 6000-ACRESCENTA-EXIT
           END-IF
           MOVE AD-PROGRAMA-VERIFICADO TO ARP-PROGRAMA
           MOVE AD-NOME-ENTRADA TO ARP-ARQUIVO
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT AD-HORA-ATUAL FROM TIME
           MOVE DATA-SISTEMA TO ARP-DATA
           MOVE AD-HORA-ATUAL(1:6) TO ARP-HORA
           MOVE AD-QTDE TO ARP-QTDE
           MOVE AD-HASH TO ARP-HASH
           MOVE AD-PRIMEIRO TO ARP-PRIMEIRO
           MOVE AD-ULTIMO TO ARP-ULTIMO
           WRITE ARP-REGISTRO
           CLOSE ARQ-PROCESSADOS.
       6000-ACRESCENTA-EXIT.
           EXIT.
