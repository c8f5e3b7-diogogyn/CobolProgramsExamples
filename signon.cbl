      *                    OPERMANUT) e toda falha vai para         *
      *                    SENHALOG.DAT - o aponte da auditoria     *
      *                    externa.                                 *
      * 15/10/2026 EQP     Menu da suite passou a avisar a janela   *
      *                    noturna (JANPROC): fechamento proximo ou *
      *                    atualizacoes recusadas com a cadeia      *
      *                    batch em curso.                          *
      * 15/10/2026 EQP     Evento do diario de sessoes encadeado    *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      * 15/10/2026 EQP     O encadeamento do diario de sessoes      *
      *                    usa a funcao "O" da ENCADEIA (sessao de  *
      *                    terminal: ultimo elo relido a cada       *
      *                    gravacao).                               *
      *-----------------------------------------------------------*

      *****************************************************************
       77  sgn-limite-falhas    pic 9(02) value 5.
       77  sgn-data-hoje        pic 9(08) value zeros.
       77  sgn-hora-atual       pic 9(08) value zeros.
       77  sgn-ec-funcao        pic x(01) value "O".
       77  sgn-ec-arquivo       pic x(20) value "SESSJRN.DAT".
       77  sgn-ec-morto         pic x(20) value spaces.
       77  sgn-ec-tamanho       pic 9(03) value 32.
       77  sgn-int-hoje         pic 9(07) value zeros.
       77  sgn-int-senha        pic 9(07) value zeros.
       77  sgn-idade-senha      pic s9(05) value zeros.
       77  sgn-comando          pic x(60) value spaces.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Janela noturna: aviso no menu a cada volta, para o         *
      * operador assinado saber que a cadeia batch vai fechar (ou  *
      * ja fechou) as atualizacoes.                                *
      *-----------------------------------------------------------*
       copy JANWS.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
           display "6 - Manutencao de vendedores"          at 1010
           display "0 - Encerrar sessao"                   at 1110
           display "Opcao: "                               at 1310
           move "SIGNON" to JNL-PROGRAMA
           move ses-operador to JNL-OPERADOR
           perform 8810-AVISA-JANELA thru 8810-AVISA-JANELA-EXIT
           accept sgn-opcao at 1318
           evaluate sgn-opcao
               when "1"
              accept sgn-hora-atual from time
              move sgn-hora-atual(1:6) to sjn-hora
              move "CONSOLE " to sjn-terminal
              call "ENCADEIA" using sgn-ec-funcao sgn-ec-arquivo
                                    sgn-ec-morto sjn-registro
                                    sgn-ec-tamanho sjn-sequencia
                                    sjn-hash
              end-call
              write sjn-registro
              close sessao-diario
           end-if.
           perform 1800-grava-diario thru 1800-grava-diario-exit.
       3000-encerra-sessao-exit.
           exit.

       copy JANPROC.
