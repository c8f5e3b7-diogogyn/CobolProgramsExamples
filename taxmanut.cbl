      *                    ainda nao vigente e consulta qualquer    *
      *                    versao - a mudanca de taxa deixou de     *
      *                    esperar alteracao de programa.           *
      * 15/10/2026 EQP     Nova opcao de rascunho de tabela para    *
      *                    simulacao: grava a versao proposta no    *
      *                    TAXASIM.DAT (mesmo desenho do TAXAS, que *
      *                    a aplicacao de vendas nunca le) para o   *
      *                    TAXSIM medir o que ela teria pago.       *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is tax-data-vigencia
               file status is txm-status-taxa.

           select taxa-simulacao assign to "TAXASIM"
               organization is indexed
               access mode is dynamic
               record key is txs-data-vigencia
               file status is txm-status-simul.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  taxa-tabela.
           copy TAXREC.

      *    Rascunhos de tabela para a simulacao (TAXASIM): mesmo
      *    desenho, fora do TAXAS que a aplicacao de vendas le.
       fd  taxa-simulacao.
           copy TAXREC replacing leading ==TAX== by ==TXS==.

       working-storage section.

       copy DATASIS.
       77  txm-status-taxa      pic x(02) value spaces.
           88  txm-taxa-ok             value "00".

       77  txm-status-simul     pic x(02) value spaces.
           88  txm-simul-ok            value "00".
       77  txm-opcao            pic x(01) value spaces.
           88  txm-opcao-sair          value "0".
       77  txm-vigencia         pic 9(08) value zeros.
       77  txm-data-hoje        pic 9(08) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  txm-ra-programa      pic x(08) value "TAXMANUT".
       77  txm-ra-tabela        pic x(08) value spaces.
       77  txm-ra-chave         pic x(20) value spaces.
       77  txm-ra-operacao      pic x(01) value spaces.
       77  txm-ra-antes         pic x(150) value spaces.
       77  txm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-taxas thru 2000-menu-taxas-exit
               until txm-opcao-sair
           close taxa-tabela taxa-simulacao
           stop run.

       1000-abrir-arquivo.
                       txm-status-taxa at 1410
              move 16 to return-code
              stop run
           end-if
           open i-o taxa-simulacao
           if txm-status-simul = "35"
              open output taxa-simulacao
              close taxa-simulacao
              open i-o taxa-simulacao
           end-if
           if not txm-simul-ok
              display "TAXMANUT: erro ao abrir TAXASIM - status "
                       txm-status-simul at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivo-exit.
           exit.
           display "1 - Incluir versao da tabela"      at 0510
           display "2 - Alterar versao nao vigente"    at 0610
           display "3 - Consultar versao"              at 0710
           display "4 - Rascunho para simulacao"       at 0810
           display "0 - Sair"                          at 0910
           display "Opcao: "                           at 1010
           accept txm-opcao at 1018
           evaluate txm-opcao
               when "3"
                   perform 2300-consultar-versao
                      thru 2300-consultar-versao-exit
               when "4"
                   perform 2400-rascunho-simulacao
                      thru 2400-rascunho-simulacao-exit
               when "0"
                   continue
               when other
                            txm-status-taxa at 1810
               not invalid key
                   display "Versao gravada." at 1810
                   move "I" to txm-ra-operacao
                   move spaces to txm-ra-antes
                   perform 2810-audita-versao
                      thru 2810-audita-versao-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                 thru 2900-espera-operador-exit
              go to 2200-alterar-versao-exit
           end-if
           move tax-registro to txm-ra-antes
           perform 2150-aceita-faixas thru 2150-aceita-faixas-exit
           move txm-vigencia to tax-data-vigencia
           rewrite tax-registro
                            txm-status-taxa at 1810
               not invalid key
                   display "Versao alterada." at 1810
                   move "A" to txm-ra-operacao
                   perform 2810-audita-versao
                      thru 2810-audita-versao-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2310-exibe-uma-faixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Rascunho de tabela proposta, gravado no TAXASIM para o     *
      * TAXSIM simular contra o historico de vendas - nunca entra  *
      * no TAXAS.  Rascunho com a mesma vigencia e substituido.    *
      *-----------------------------------------------------------*
       2400-rascunho-simulacao.
           display erase
           display "RASCUNHO DE TABELA PARA SIMULACAO" at 0310
           display "Data de vigencia (AAAAMMDD): " at 0510
           accept txm-vigencia at 0540
           move txm-vigencia to txs-data-vigencia
           read taxa-simulacao
               invalid key
                   move "23" to txm-status-simul
               not invalid key
                   display "Rascunho existente sera substituido."
                       at 0560
           end-read
           perform 2150-aceita-faixas thru 2150-aceita-faixas-exit
           move txm-vigencia to tax-data-vigencia
           move tax-registro to txs-registro
           if txm-simul-ok
              rewrite txs-registro
                  invalid key
                      display "Erro ao regravar rascunho - status "
                               txm-status-simul at 1810
                  not invalid key
                      display "Rascunho substituido." at 1810
              end-rewrite
           else
              write txs-registro
                  invalid key
                      display "Erro ao gravar rascunho - status "
                               txm-status-simul at 1810
                  not invalid key
                      display "Rascunho gravado." at 1810
              end-write
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-rascunho-simulacao-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using txm-ra-programa txm-ra-tabela
                               txm-ra-chave txm-ra-operacao
                               txm-ra-antes txm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-versao.
           move "TAXAS" to txm-ra-tabela
           move tax-data-vigencia to txm-ra-chave
           move tax-registro to txm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-versao-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
