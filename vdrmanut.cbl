      *                    auditoria passou a carregar o operador   *
      *                    da sessao assinada, como no cadastro de  *
      *                    clientes.                                *
      * 15/10/2026 EQP     Regime de comissao do vendedor (opcao 8, *
      *                    sob trava e com auditoria): na venda ou  *
      *                    no recebimento - no recebimento a        *
      *                    comissao da venda a prazo fica retida    *
      *                    ate a liquidacao do titulo.  Admissao    *
      *                    nasce na venda; consulta exibe o regime. *
      * 15/10/2026 EQP     Zera os acumuladores de bonus de         *
      *                    concurso na admissao.                    *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      * 15/10/2026 EQP     Cada registro do VDRAUDIT e descarregado *
      *                    logo apos a gravacao (fecha e reabre     *
      *                    EXTEND), para outra sessao simultanea    *
      *                    encadear a partir dele.                  *
      * 15/10/2026 EQP     O encadeamento do diario de auditoria    *
      *                    usa a funcao "O" da ENCADEIA (sessao de  *
      *                    terminal: ultimo elo relido a cada       *
      *                    gravacao).                               *
      *-----------------------------------------------------------*

      *****************************************************************
       77  vdm-filial-digitada  pic 9(03) value zeros.
       77  vdm-supervisor-dig   pic 9(05) value zeros.
       77  vdm-taxa-over-dig    pic 9v999 value zeros.
       77  vdm-regime-digitado  pic x(01) value spaces.
           88  vdm-regime-valido       value "V" "R".
       77  vdm-status-transf    pic x(02) value spaces.
       77  vdm-filial-nova      pic 9(03) value zeros.
       77  vdm-data-efetiva     pic 9(08) value zeros.
       77  vdm-imagem-antes     pic x(150) value spaces.
       77  vdm-imagem-depois    pic x(150) value spaces.
       77  vdm-hora-atual       pic 9(08) value zeros.
       77  vdm-ec-funcao        pic x(01) value "O".
       77  vdm-ec-arquivo       pic x(20) value "VDRAUDIT".
       77  vdm-ec-morto         pic x(20) value spaces.
       77  vdm-ec-tamanho       pic 9(03) value 328.
       77  vdm-confirma         pic x(01) value spaces.
           88  vdm-confirmado          value "S" "s".
       77  entra                pic x(01) value spaces.
           display "5 - Definir meta de vendas"        at 0910
           display "6 - Definir supervisor/override"    at 1010
           display "7 - Transferir de filial"           at 1110
           display "8 - Regime de comissao"             at 1210
           display "0 - Sair"                          at 1310
           display "Opcao: "                           at 1410
           accept vdm-opcao at 1418
           evaluate vdm-opcao
               when "7"
                   perform 2650-transferir-filial
                      thru 2650-transferir-filial-exit
               when "8"
                   perform 2670-definir-regime
                      thru 2670-definir-regime-exit
               when "0"
                   continue
               when other
           move zeros to vdr-data-desligamento
           move zeros to vdr-meta-periodo vdr-supervisor
                          vdr-taxa-override
           move "V" to vdr-regime-comissao
           move zeros to vdr-bonus-periodo vdr-bonus-acum
           write vdr-registro
               invalid key
                   display "Erro ao gravar vendedor - status "
           display "Comissao acumul. : " vdr-comissao-acum at 1510
           display "Supervisor       : " vdr-supervisor at 1610
           display "Taxa de override : " vdr-taxa-override at 1710
           if vdr-comissao-no-recebimento
              display "Regime comissao  : NO RECEBIMENTO" at 1810
           else
              display "Regime comissao  : NA VENDA" at 1810
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-vendedor-exit.
       2650-transferir-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Regime de comissao do vendedor: na venda (V) ou no         *
      * recebimento (R) - no recebimento a comissao da venda a     *
      * prazo fica retida ate a liquidacao do titulo.  Vale para   *
      * as vendas aplicadas daqui em diante.                       *
      *-----------------------------------------------------------*
       2670-definir-regime.
           display erase
           display "REGIME DE COMISSAO DO VENDEDOR" at 0310
           display "Codigo do vendedor: " at 0510
           accept vdm-codigo-trabalho at 0531
           move vdm-codigo-trabalho to vdr-codigo
           read vendedor-mestre
               invalid key
                   display "Vendedor inexistente." at 0910
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2670-definir-regime-exit
           end-read
           perform 2700-trava-vendedor thru 2700-trava-vendedor-exit
           if not vdm-trava-obtida
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2670-definir-regime-exit
           end-if
           move vdr-registro to vdm-imagem-antes
           display "Vendedor     : " vdr-nome at 0610
           if vdr-comissao-no-recebimento
              display "Regime atual : R (no recebimento)" at 0710
           else
              display "Regime atual : V (na venda)" at 0710
           end-if
           display "Regime novo [V=na venda/R=no recebimento]: "
               at 0810
           accept vdm-regime-digitado at 0855
           move function upper-case(vdm-regime-digitado)
             to vdm-regime-digitado
           if not vdm-regime-valido
              display "Regime invalido." at 1010
              perform 2750-destrava-vendedor
                 thru 2750-destrava-vendedor-exit
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2670-definir-regime-exit
           end-if
           move vdm-regime-digitado to vdr-regime-comissao
           rewrite vdr-registro
               invalid key
                   display "Erro ao regravar - status "
                            vdm-status-vendedor at 1010
               not invalid key
                   move "A" to vdm-operacao-aud
                   move vdr-registro to vdm-imagem-depois
                   perform 2800-grava-auditoria
                      thru 2800-grava-auditoria-exit
                   display "Regime de comissao gravado." at 1010
           end-rewrite
           perform 2750-destrava-vendedor
              thru 2750-destrava-vendedor-exit
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2670-definir-regime-exit.
           exit.

      *-----------------------------------------------------------*
      * Trilha de auditoria do mestre de vendedores, no mesmo      *
      * layout da auditoria do cadastro de clientes, com as        *
           move vdm-operacao-aud to vau-operacao
           move vdm-imagem-antes to vau-imagem-antes
           move vdm-imagem-depois to vau-imagem-depois
           call "ENCADEIA" using vdm-ec-funcao vdm-ec-arquivo
                                 vdm-ec-morto vau-registro
                                 vdm-ec-tamanho vau-sequencia
                                 vau-hash
           end-call
           write vau-registro
      *    descarrega o registro: a proxima sessao que gravar o
      *    diario encadeia a partir dele
           close vdraudit-log
           open extend vdraudit-log.
       2800-grava-auditoria-exit.
           exit.

