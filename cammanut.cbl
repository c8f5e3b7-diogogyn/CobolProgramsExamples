      *                    moeda numa data - o controller deixa a   *
      *                    calculadora para a consolidacao de       *
      *                    valores (VALORCONS).                     *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
       77  cbm-data             pic 9(08) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  cbm-ra-programa      pic x(08) value "CAMMANUT".
       77  cbm-ra-tabela        pic x(08) value spaces.
       77  cbm-ra-chave         pic x(20) value spaces.
       77  cbm-ra-operacao      pic x(01) value spaces.
       77  cbm-ra-antes         pic x(150) value spaces.
       77  cbm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
                            cbm-status-cambio at 1010
               not invalid key
                   display "Taxa gravada." at 1010
                   move "I" to cbm-ra-operacao
                   move spaces to cbm-ra-antes
                   perform 2810-audita-taxa
                      thru 2810-audita-taxa-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-taxa-exit
           end-read
           move cam-registro to cbm-ra-antes
           display "Taxa atual: " cam-taxa at 0710
           display "Taxa nova (99999,9999): " at 0810
           accept cam-taxa at 0835
                            cbm-status-cambio at 1010
               not invalid key
                   display "Taxa alterada." at 1010
                   move "A" to cbm-ra-operacao
                   perform 2810-audita-taxa
                      thru 2810-audita-taxa-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-taxa-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using cbm-ra-programa cbm-ra-tabela
                               cbm-ra-chave cbm-ra-operacao
                               cbm-ra-antes cbm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-taxa.
           move "CAMBIO" to cbm-ra-tabela
           move cam-chave to cbm-ra-chave
           move cam-registro to cbm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-taxa-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
