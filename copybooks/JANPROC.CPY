      *****************************************************************
      *  JANPROC.CPY
      *  Paragrafo padrao de conferencia da janela noturna, copiado
      *  dentro da PROCEDURE DIVISION dos programas em tela que
      *  atualizam CLIENTE, VENDAS ou CONTASREC.
      *
      *  Pre-requisitos no programa que faz o COPY:
      *    - COPY JANWS. na WORKING-STORAGE, com JNL-PROGRAMA,
      *      JNL-OPERADOR e JNL-NIVEL preenchidos
      *
      *  Uso:
      *      na entrada do programa (aviso ao operador assinado)
      *      PERFORM 8810-AVISA-JANELA THRU 8810-...-EXIT
      *      antes de cada atualizacao
      *      PERFORM 8800-VERIFICA-JANELA THRU 8800-...-EXIT
      *      IF JNL-ATUALIZACAO-RECUSADA -> nao grava
      *
      *  Janela perto de fechar (JANELA.PRM) avisa o operador; janela
      *  fechada recusa a atualizacao, salvo nivel 3 que sobrepoe com
      *  motivo - a sobreposicao vale ate o fim do programa e ela e
      *  cada atualizacao feita sob ela vao para JANLOG.DAT.
      *****************************************************************
       8800-VERIFICA-JANELA.
           MOVE "N" TO JNL-RECUSA
           MOVE "C" TO JNL-FUNCAO
           CALL "JANELA" USING JNL-FUNCAO JNL-PROGRAMA JNL-OPERADOR
                               JNL-STATUS JNL-MINUTOS JNL-MOTIVO
           END-CALL
           IF JNL-JANELA-EM-AVISO
              DISPLAY "ATENCAO: a janela noturna fecha em "
                      JNL-MINUTOS " minutos - conclua e saia."
                  AT 2210
              GO TO 8800-VERIFICA-JANELA-EXIT
           END-IF
           IF NOT JNL-JANELA-FECHADA
              GO TO 8800-VERIFICA-JANELA-EXIT
           END-IF
           IF JNL-SOBREPOSICAO-ATIVA
              GO TO 8800-REGISTRA-ATUALIZACAO
           END-IF
           MOVE "S" TO JNL-RECUSA
           DISPLAY "Janela noturna fechada (cadeia batch em curso)"
               AT 2210
           IF JNL-NIVEL NOT = 3
              DISPLAY "Atualizacao recusada - tecle ENTER." AT 2310
              ACCEPT JNL-ENTRA AT 2346
              GO TO 8800-VERIFICA-JANELA-EXIT
           END-IF
           DISPLAY "Sobrepor a janela em emergencia (S/N)? " AT 2310
           ACCEPT JNL-CONFIRMA AT 2350
           IF NOT JNL-CONFIRMADO
              GO TO 8800-VERIFICA-JANELA-EXIT
           END-IF
           MOVE SPACES TO JNL-MOTIVO
           DISPLAY "Motivo: " AT 2410
           ACCEPT JNL-MOTIVO AT 2418
           IF JNL-MOTIVO = SPACES
              DISPLAY "Sobreposicao exige motivo - recusada." AT 2410
              GO TO 8800-VERIFICA-JANELA-EXIT
           END-IF
           MOVE "S" TO JNL-FUNCAO
           CALL "JANELA" USING JNL-FUNCAO JNL-PROGRAMA JNL-OPERADOR
                               JNL-STATUS JNL-MINUTOS JNL-MOTIVO
           END-CALL
           MOVE "S" TO JNL-SOBREPOSTA
           MOVE "N" TO JNL-RECUSA.
       8800-REGISTRA-ATUALIZACAO.
           MOVE "U" TO JNL-FUNCAO
           CALL "JANELA" USING JNL-FUNCAO JNL-PROGRAMA JNL-OPERADOR
                               JNL-STATUS JNL-MINUTOS JNL-MOTIVO
           END-CALL.
       8800-VERIFICA-JANELA-EXIT.
           EXIT.

       8810-AVISA-JANELA.
           MOVE "C" TO JNL-FUNCAO
           CALL "JANELA" USING JNL-FUNCAO JNL-PROGRAMA JNL-OPERADOR
                               JNL-STATUS JNL-MINUTOS JNL-MOTIVO
           END-CALL
           EVALUATE TRUE
               WHEN JNL-JANELA-EM-AVISO
                   DISPLAY "ATENCAO: a janela noturna fecha em "
                           JNL-MINUTOS " minutos - conclua e saia."
                       AT 2210
               WHEN JNL-JANELA-FECHADA
                   DISPLAY "Janela noturna fechada: atualizacoes "
                           "recusadas ate a reabertura." AT 2210
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       8810-AVISA-JANELA-EXIT.
           EXIT.
