      *                    extracao CLIEXTRA carimba a corrida     *
      *                    com a campanha e o CMPATRIB responde se  *
      *                    a campanha funcionou.                    *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
       77  cpm-codigo-trabalho  pic 9(04) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  cpm-ra-programa      pic x(08) value "CMPMANUT".
       77  cpm-ra-tabela        pic x(08) value spaces.
       77  cpm-ra-chave         pic x(20) value spaces.
       77  cpm-ra-operacao      pic x(01) value spaces.
       77  cpm-ra-antes         pic x(150) value spaces.
       77  cpm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
                            cpm-status-camp at 1010
               not invalid key
                   display "Campanha gravada." at 1010
                   move "I" to cpm-ra-operacao
                   move spaces to cpm-ra-antes
                   perform 2810-audita-campanha
                      thru 2810-audita-campanha-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-campanha-exit
           end-read
           move cmp-registro to cpm-ra-antes
           display "Atual: " cmp-descricao at 0910
           perform 2150-aceita-dados thru 2150-aceita-dados-exit
           rewrite cmp-registro
                            cpm-status-camp at 1010
               not invalid key
                   display "Campanha alterada." at 1010
                   move "A" to cpm-ra-operacao
                   perform 2810-audita-campanha
                      thru 2810-audita-campanha-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-campanha-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using cpm-ra-programa cpm-ra-tabela
                               cpm-ra-chave cpm-ra-operacao
                               cpm-ra-antes cpm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-campanha.
           move "CAMPANHA" to cpm-ra-tabela
           move cmp-codigo to cpm-ra-chave
           move cmp-registro to cpm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-campanha-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
