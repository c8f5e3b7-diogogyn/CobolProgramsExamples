      *                    preenche cidade e UF a partir desta      *
      *                    tabela - acabam as tres grafias da       *
      *                    mesma cidade no extrato de marketing.    *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
           88  mnm-confirmado          value "S" "s".
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  mnm-ra-programa      pic x(08) value "MUNMANUT".
       77  mnm-ra-tabela        pic x(08) value spaces.
       77  mnm-ra-chave         pic x(20) value spaces.
       77  mnm-ra-operacao      pic x(01) value spaces.
       77  mnm-ra-antes         pic x(150) value spaces.
       77  mnm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
                            mnm-status-munic at 1010
               not invalid key
                   display "Faixa gravada." at 1010
                   move "I" to mnm-ra-operacao
                   move spaces to mnm-ra-antes
                   move mun-registro to mnm-ra-depois
                   perform 2810-audita-faixa
                      thru 2810-audita-faixa-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-faixa-exit
           end-read
           move mun-registro to mnm-ra-antes
           display "Atual: " mun-cidade "-" mun-uf
                   " ate " mun-cep-final at 0910
           perform 2150-aceita-dados thru 2150-aceita-dados-exit
                            mnm-status-munic at 1010
               not invalid key
                   display "Faixa alterada." at 1010
                   move "A" to mnm-ra-operacao
                   move mun-registro to mnm-ra-depois
                   perform 2810-audita-faixa
                      thru 2810-audita-faixa-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                      thru 2900-espera-operador-exit
                   go to 2300-excluir-faixa-exit
           end-read
           move mun-registro to mnm-ra-antes
           display "Faixa: " mun-cidade "-" mun-uf at 0710
           display "Confirma a exclusao [s/n]? " at 0910
           accept mnm-confirma at 0938
                            mnm-status-munic at 1010
               not invalid key
                   display "Faixa excluida." at 1010
                   move "E" to mnm-ra-operacao
                   move spaces to mnm-ra-depois
                   perform 2810-audita-faixa
                      thru 2810-audita-faixa-exit
           end-delete
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2410-avalia-faixa-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using mnm-ra-programa mnm-ra-tabela
                               mnm-ra-chave mnm-ra-operacao
                               mnm-ra-antes mnm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-faixa.
           move "MUNICIP" to mnm-ra-tabela
           move mnm-cep-trabalho to mnm-ra-chave
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-faixa-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
