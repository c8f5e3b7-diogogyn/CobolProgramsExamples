      *                    chamando a subrotina NUMWORD (0-999),   *
      *                    que continua atendendo TESTE01 e        *
      *                    EXTENSO sozinha.                        *
      * 15/10/2026 EQP     Moeda do valor passou a ser parametro   *
      *                    (LK-MOEDA): USD sai em dolar/dolares,   *
      *                    qualquer outra em real/reais.  Centavos *
      *                    iguais nas duas moedas.                 *
      *-----------------------------------------------------------*

      *****************************************************************
       77  VE-CENTAVOS-GRUPO       PIC 9(003).
       77  VE-RESTO-MILHAO         PIC 9(006).
       77  VE-TAMANHO              PIC 9(003).
       77  VE-UNIDADE-SINGULAR     PIC X(010).
       77  VE-UNIDADE-PLURAL       PIC X(010).

      *****************************************************************
      *  LINKAGE SECTION
       01  LK-STATUS                PIC X(001).
           88  LK-VALOR-OK                VALUE "0".
           88  LK-VALOR-INVALIDO          VALUE "1".
       01  LK-MOEDA                 PIC X(003).
           88  LK-MOEDA-DOLAR             VALUE "USD".

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-VALOR
                                 LK-EXTENSO
                                 LK-STATUS
                                 LK-MOEDA.

       0000-MAINLINE.
           MOVE "0" TO LK-STATUS
              MOVE "1" TO LK-STATUS
              GO TO 0000-FIM
           END-IF
           IF LK-MOEDA-DOLAR
              MOVE "dolar" TO VE-UNIDADE-SINGULAR
              MOVE "dolares" TO VE-UNIDADE-PLURAL
           ELSE
              MOVE "real" TO VE-UNIDADE-SINGULAR
              MOVE "reais" TO VE-UNIDADE-PLURAL
           END-IF
           MOVE LK-VALOR TO VE-PARTE-INTEIRA
           COMPUTE VE-CENTAVOS = (LK-VALOR - VE-PARTE-INTEIRA) * 100
           DIVIDE VE-PARTE-INTEIRA BY 1000000

      *-----------------------------------------------------------*
      * Monta o extenso grupo a grupo: milhoes, milhares,          *
      * centenas da moeda e, por fim, os centavos.  Valor zerado   *
      * sai como "zero reais" (ou "zero dolares").                 *
      *-----------------------------------------------------------*
       1000-MONTA-EXTENSO.
           IF VE-PARTE-INTEIRA = ZEROS AND VE-CENTAVOS = ZEROS
              STRING "zero " DELIMITED BY SIZE
                     VE-UNIDADE-PLURAL DELIMITED BY SPACE
                  INTO LK-EXTENSO
              END-STRING
              GO TO 1000-MONTA-EXTENSO-EXIT
           END-IF
           IF VE-MILHOES > ZEROS
           END-IF
           IF VE-PARTE-INTEIRA > ZEROS
              IF VE-PARTE-INTEIRA = 1
                 MOVE VE-UNIDADE-SINGULAR TO VE-PALAVRA-GRUPO
              ELSE
                 MOVE VE-UNIDADE-PLURAL TO VE-PALAVRA-GRUPO
              END-IF
              PERFORM 3000-ANEXA-PALAVRA
                 THRU 3000-ANEXA-PALAVRA-EXIT
