      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOCVAL.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * DATA       AUTOR   DESCRICAO                               *
      * 15/10/2026 EQP     Validacao de CPF/CNPJ pelos digitos     *
      *                    verificadores (modulo 11).  O documento *
      *                    chega como digitado (com ou sem pontos, *
      *                    traco e barra); 11 digitos e CPF, 14 e  *
      *                    CNPJ.  Devolve o tipo e o numero so com *
      *                    digitos, na forma gravada em CLIDOC.    *
      *                    Usada pelo cadastro de clientes         *
      *                    (ARRAYS) e pela carga (CLICARGA).       *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       ENVIRONMENT DIVISION.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  DV-DIGITOS.
           05  DV-DIGITO             PIC 9(001) OCCURS 14 TIMES.
       01  DV-DIGITOS-X REDEFINES DV-DIGITOS
                                     PIC X(014).
       01  DV-PESOS-CNPJ-X           PIC X(026)
                      VALUE "06050403020908070605040302".
       01  DV-PESOS-CNPJ REDEFINES DV-PESOS-CNPJ-X.
           05  DV-PESO-CNPJ          PIC 9(002) OCCURS 13 TIMES.

       77  DV-QTDE-DIGITOS           PIC 9(002) COMP.
       77  DV-POSICAO                PIC 9(002) COMP.
       77  DV-INDICE                 PIC 9(002) COMP.
       77  DV-LIMITE                 PIC 9(002) COMP.
       77  DV-DESLOCAMENTO           PIC 9(002) COMP.
       77  DV-PESO                   PIC 9(002) COMP.
       77  DV-SOMA                   PIC 9(005) COMP.
       77  DV-QUOCIENTE              PIC 9(005) COMP.
       77  DV-RESTO                  PIC 9(002) COMP.
       77  DV-CALCULADO              PIC 9(001).
       77  DV-CARACTER               PIC X(001).
       77  DV-DIGITOS-IGUAIS         PIC X(001).
           88  DV-TODOS-IGUAIS              VALUE "S".

      *****************************************************************
      *  LINKAGE SECTION
      *****************************************************************
       LINKAGE SECTION.
       01  LK-DOCUMENTO              PIC X(018).
       01  LK-TIPO                   PIC X(001).
           88  LK-PESSOA-FISICA             VALUE "F".
           88  LK-PESSOA-JURIDICA           VALUE "J".
       01  LK-NUMERO                 PIC X(014).
       01  LK-STATUS                 PIC X(001).
           88  LK-DOCUMENTO-VALIDO          VALUE "0".
           88  LK-DOCUMENTO-INVALIDO        VALUE "1".
           88  LK-DOCUMENTO-EM-BRANCO       VALUE "2".

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING LK-DOCUMENTO LK-TIPO LK-NUMERO
                                 LK-STATUS.

       0000-MAINLINE.
           MOVE SPACES TO LK-TIPO LK-NUMERO
           SET LK-DOCUMENTO-VALIDO TO TRUE
           IF LK-DOCUMENTO = SPACES
              SET LK-DOCUMENTO-EM-BRANCO TO TRUE
              GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1000-EXTRAI-DIGITOS THRU 1000-EXTRAI-DIGITOS-EXIT
           IF LK-DOCUMENTO-INVALIDO
              GO TO 0000-MAINLINE-EXIT
           END-IF
           EVALUATE DV-QTDE-DIGITOS
               WHEN 11
                   PERFORM 2000-VALIDA-CPF THRU 2000-VALIDA-CPF-EXIT
               WHEN 14
                   PERFORM 3000-VALIDA-CNPJ THRU 3000-VALIDA-CNPJ-EXIT
               WHEN OTHER
                   SET LK-DOCUMENTO-INVALIDO TO TRUE
           END-EVALUATE
           IF LK-DOCUMENTO-VALIDO
              MOVE DV-DIGITOS-X(1:DV-QTDE-DIGITOS) TO LK-NUMERO
           END-IF.
       0000-MAINLINE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * Separa os digitos do documento digitado; ponto, traco,     *
      * barra e espaco sao mascara e sao ignorados, qualquer outro *
      * caractere invalida o documento.  Sequencia de digitos      *
      * todos iguais passa no modulo 11 mas nao e documento.       *
      *-----------------------------------------------------------*
       1000-EXTRAI-DIGITOS.
           MOVE ZEROS TO DV-QTDE-DIGITOS
           MOVE ZEROS TO DV-DIGITOS
           PERFORM 1010-AVALIA-CARACTER THRU 1010-AVALIA-CARACTER-EXIT
               VARYING DV-POSICAO FROM 1 BY 1
                 UNTIL DV-POSICAO > 18 OR LK-DOCUMENTO-INVALIDO
           IF LK-DOCUMENTO-INVALIDO
              GO TO 1000-EXTRAI-DIGITOS-EXIT
           END-IF
           MOVE "S" TO DV-DIGITOS-IGUAIS
           PERFORM 1020-COMPARA-DIGITO THRU 1020-COMPARA-DIGITO-EXIT
               VARYING DV-INDICE FROM 2 BY 1
                 UNTIL DV-INDICE > DV-QTDE-DIGITOS
           IF DV-TODOS-IGUAIS
              SET LK-DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       1000-EXTRAI-DIGITOS-EXIT.
           EXIT.

       1010-AVALIA-CARACTER.
           MOVE LK-DOCUMENTO(DV-POSICAO:1) TO DV-CARACTER
           IF DV-CARACTER = "." OR "-" OR "/" OR SPACE
              GO TO 1010-AVALIA-CARACTER-EXIT
           END-IF
           IF DV-CARACTER IS NOT NUMERIC OR DV-QTDE-DIGITOS = 14
              SET LK-DOCUMENTO-INVALIDO TO TRUE
              GO TO 1010-AVALIA-CARACTER-EXIT
           END-IF
           ADD 1 TO DV-QTDE-DIGITOS
           MOVE DV-CARACTER TO DV-DIGITOS-X(DV-QTDE-DIGITOS:1).
       1010-AVALIA-CARACTER-EXIT.
           EXIT.

       1020-COMPARA-DIGITO.
           IF DV-DIGITO(DV-INDICE) NOT = DV-DIGITO(1)
              MOVE "N" TO DV-DIGITOS-IGUAIS
           END-IF.
       1020-COMPARA-DIGITO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * CPF: primeiro verificador sobre os 9 primeiros digitos com *
      * pesos 10 a 2, segundo sobre os 10 primeiros com pesos 11 a *
      * 2; resto menor que 2 da digito zero, senao 11 - resto.     *
      *-----------------------------------------------------------*
       2000-VALIDA-CPF.
           MOVE "F" TO LK-TIPO
           MOVE 9 TO DV-LIMITE
           PERFORM 2010-DIGITO-CPF THRU 2010-DIGITO-CPF-EXIT
           IF DV-CALCULADO NOT = DV-DIGITO(10)
              SET LK-DOCUMENTO-INVALIDO TO TRUE
              GO TO 2000-VALIDA-CPF-EXIT
           END-IF
           MOVE 10 TO DV-LIMITE
           PERFORM 2010-DIGITO-CPF THRU 2010-DIGITO-CPF-EXIT
           IF DV-CALCULADO NOT = DV-DIGITO(11)
              SET LK-DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       2000-VALIDA-CPF-EXIT.
           EXIT.

       2010-DIGITO-CPF.
           MOVE ZEROS TO DV-SOMA
           PERFORM 2020-SOMA-CPF THRU 2020-SOMA-CPF-EXIT
               VARYING DV-INDICE FROM 1 BY 1
                 UNTIL DV-INDICE > DV-LIMITE
           PERFORM 9000-MODULO-11 THRU 9000-MODULO-11-EXIT.
       2010-DIGITO-CPF-EXIT.
           EXIT.

       2020-SOMA-CPF.
           COMPUTE DV-PESO = DV-LIMITE + 2 - DV-INDICE
           COMPUTE DV-SOMA = DV-SOMA
                           + DV-DIGITO(DV-INDICE) * DV-PESO.
       2020-SOMA-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * CNPJ: primeiro verificador sobre os 12 primeiros digitos   *
      * com pesos 5..2,9..2, segundo sobre os 13 primeiros com     *
      * pesos 6..2,9..2 - a tabela de pesos comeca uma posicao     *
      * adiante no primeiro verificador.                           *
      *-----------------------------------------------------------*
       3000-VALIDA-CNPJ.
           MOVE "J" TO LK-TIPO
           MOVE 12 TO DV-LIMITE
           MOVE 1 TO DV-DESLOCAMENTO
           PERFORM 3010-DIGITO-CNPJ THRU 3010-DIGITO-CNPJ-EXIT
           IF DV-CALCULADO NOT = DV-DIGITO(13)
              SET LK-DOCUMENTO-INVALIDO TO TRUE
              GO TO 3000-VALIDA-CNPJ-EXIT
           END-IF
           MOVE 13 TO DV-LIMITE
           MOVE ZEROS TO DV-DESLOCAMENTO
           PERFORM 3010-DIGITO-CNPJ THRU 3010-DIGITO-CNPJ-EXIT
           IF DV-CALCULADO NOT = DV-DIGITO(14)
              SET LK-DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       3000-VALIDA-CNPJ-EXIT.
           EXIT.

       3010-DIGITO-CNPJ.
           MOVE ZEROS TO DV-SOMA
           PERFORM 3020-SOMA-CNPJ THRU 3020-SOMA-CNPJ-EXIT
               VARYING DV-INDICE FROM 1 BY 1
                 UNTIL DV-INDICE > DV-LIMITE
           PERFORM 9000-MODULO-11 THRU 9000-MODULO-11-EXIT.
       3010-DIGITO-CNPJ-EXIT.
           EXIT.

       3020-SOMA-CNPJ.
           COMPUTE DV-POSICAO = DV-INDICE + DV-DESLOCAMENTO
           COMPUTE DV-SOMA = DV-SOMA
                + DV-DIGITO(DV-INDICE) * DV-PESO-CNPJ(DV-POSICAO).
       3020-SOMA-CNPJ-EXIT.
           EXIT.

       9000-MODULO-11.
           DIVIDE DV-SOMA BY 11 GIVING DV-QUOCIENTE
               REMAINDER DV-RESTO
           IF DV-RESTO < 2
              MOVE ZERO TO DV-CALCULADO
           ELSE
              COMPUTE DV-CALCULADO = 11 - DV-RESTO
           END-IF.
       9000-MODULO-11-EXIT.
           EXIT.
