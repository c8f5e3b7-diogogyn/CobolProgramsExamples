      *                    consulta.  A coleta em tela e a          *
      *                    importacao em lote passam a identificar  *
      *                    quem entrevistou quem.                   *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
       77  etm-situacao-entrada pic x(01) value spaces.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  etm-ra-programa      pic x(08) value "ENTMANUT".
       77  etm-ra-tabela        pic x(08) value spaces.
       77  etm-ra-chave         pic x(20) value spaces.
       77  etm-ra-operacao      pic x(01) value spaces.
       77  etm-ra-antes         pic x(150) value spaces.
       77  etm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
                            etm-status-entrev at 1010
               not invalid key
                   display "Entrevistador incluido." at 1010
                   move "I" to etm-ra-operacao
                   move spaces to etm-ra-antes
                   perform 2810-audita-entrevistador
                      thru 2810-audita-entrevistador-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-exit
           end-read
           move ent-registro to etm-ra-antes
           display "Nome atual: " ent-nome at 0610
           display "Nome novo : " at 0710
           accept ent-nome at 0723
                            etm-status-entrev at 1010
               not invalid key
                   display "Entrevistador alterado." at 1010
                   move "A" to etm-ra-operacao
                   perform 2810-audita-entrevistador
                      thru 2810-audita-entrevistador-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using etm-ra-programa etm-ra-tabela
                               etm-ra-chave etm-ra-operacao
                               etm-ra-antes etm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-entrevistador.
           move "ENTREVIS" to etm-ra-tabela
           move ent-codigo to etm-ra-chave
           move ent-registro to etm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-entrevistador-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
