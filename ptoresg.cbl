      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. ptoresg.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Troca de pontos de fidelidade por vale:  *
      *                    mostra o saldo valido do cliente em      *
      *                    PONTOMOV.DAT, aceita os pontos a trocar  *
      *                    (minimo do PONTOCFG.DAT, ate o saldo) e  *
      *                    emite em VOUCHER.DAT um vale de desconto *
      *                    em valor (origem "P"), com numero da     *
      *                    sequencia VOUCHER - a critica e a        *
      *                    aplicacao de vendas resgatam como o vale *
      *                    de aniversario.  Os pontos saem dos      *
      *                    creditos mais antigos, num movimento de  *
      *                    resgate.  Consulta do extrato na tela.   *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       environment division.
       configuration section.
       special-names.
         decimal-point is comma.
       input-output section.
       file-control.
           select pontos-movimento assign to "PONTOMOV"
               organization is indexed
               access mode is dynamic
               record key is ptm-chave
               file status is prs-status-mov.

           select voucher-arq assign to "VOUCHER"
               organization is indexed
               access mode is dynamic
               record key is vch-codigo
               file status is prs-status-voucher.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is prs-status-cliente.

           select pontos-config assign to "PONTOCFG.DAT"
               organization is line sequential
               file status is prs-status-config.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is prs-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  pontos-movimento.
           copy PTOMOV.

       fd  voucher-arq.
           copy VOUCHREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  pontos-config.
           copy PTOCFG.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       77  prs-status-mov       pic x(02) value spaces.
       77  prs-status-voucher   pic x(02) value spaces.
       77  prs-status-cliente   pic x(02) value spaces.
           88  prs-cliente-ok          value "00".
       77  prs-status-config    pic x(02) value spaces.
       77  prs-status-sessao    pic x(02) value spaces.
       77  prs-operador-sessao  pic x(08) value spaces.
       77  prs-nivel-sessao     pic 9(01) value zeros.

       77  prs-data-real        pic 9(08) value zeros.
       77  prs-data-negocio     pic 9(08) value zeros.
       77  prs-periodo-atual    pic 9(06) value zeros.
       77  prs-dia-validade     pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Regra vigente (PONTOCFG.DAT ou padrao).                    *
      *-----------------------------------------------------------*
       77  prs-valor-ponto      pic 9v9999 value 0,0100.
       77  prs-minimo-resgate   pic 9(07) value 500.
       77  prs-dias-vale        pic 9(03) value 90.

       77  prs-sq-funcao        pic x(01) value spaces.
       77  prs-sq-nome          pic x(08) value "VOUCHER ".
       77  prs-sq-numero        pic 9(09) value zeros.
       77  prs-sq-status        pic x(01) value spaces.

       77  prs-opcao            pic x(01) value spaces.
           88  prs-opcao-sair          value "0".
       77  prs-cliente-trabalho pic 9(05) value zeros.
       77  prs-pontos-digitados pic 9(09) value zeros.
       77  prs-saldo            pic 9(09) value zeros.
       77  prs-valor-saldo      pic 9(09)v99 value zeros.
       77  prs-valor-vale       pic 9(07)v99 value zeros.
       77  prs-valor-edit       pic zzz.zzz.zz9,99.
       77  prs-pontos-edit      pic zzz.zzz.zz9.
       77  prs-linha-tela       pic 99 value zeros.
       77  prs-tela-pos         pic 9(04) value zeros.
       77  prs-qtde-listados    pic 9(03) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Baixa de pontos nos creditos mais antigos ainda validos    *
      * no mes corrente.                                           *
      *-----------------------------------------------------------*
       77  prs-a-baixar         pic 9(09) value zeros.
       77  prs-baixados         pic 9(09) value zeros.
       77  prs-falta            pic 9(09) value zeros.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1050-verifica-autorizacao
              thru 1050-verifica-autorizacao-exit
           call "BUSDATE" using prs-data-real prs-data-negocio
           end-call
           compute prs-periodo-atual = prs-data-negocio / 100
           perform 1200-le-config thru 1200-le-config-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-menu-pontos thru 2000-menu-pontos-exit
               until prs-opcao-sair
           close pontos-movimento voucher-arq cliente-mestre
           stop run.

      *-----------------------------------------------------------*
      * A troca emite vale que vale dinheiro na venda: exige       *
      * sessao assinada.                                           *
      *-----------------------------------------------------------*
       1050-verifica-autorizacao.
           move zeros to prs-nivel-sessao
           move spaces to prs-operador-sessao
           open input sessao-corrente
           if prs-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to prs-operador-sessao
                      move ses-nivel to prs-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if prs-nivel-sessao < 1
              display erase
              display "Troca de pontos exige sessao assinada."
                  at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-autorizacao-exit.
           exit.

       1000-abrir-arquivos.
           open i-o pontos-movimento
           if prs-status-mov = "35"
              open output pontos-movimento
              close pontos-movimento
              open i-o pontos-movimento
           end-if
           if prs-status-mov not = "00"
              display "PTORESG: erro ao abrir PONTOMOV - status "
                       prs-status-mov at 1410
              move 16 to return-code
              stop run
           end-if
           open i-o voucher-arq
           if prs-status-voucher = "35"
              open output voucher-arq
              close voucher-arq
              open i-o voucher-arq
           end-if
           if prs-status-voucher not = "00"
              display "PTORESG: erro ao abrir VOUCHER - status "
                       prs-status-voucher at 1410
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if not prs-cliente-ok
              display "PTORESG: mestre CLIENTE indisponivel - "
                      "status " prs-status-cliente at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * PONTOCFG.DAT: campo ausente, nao numerico ou zerado vale   *
      * o padrao.                                                  *
      *-----------------------------------------------------------*
       1200-le-config.
           open input pontos-config
           if prs-status-config not = "00"
              go to 1200-le-config-exit
           end-if
           read pontos-config
               at end
                   move zeros to ptc-registro
           end-read
           close pontos-config
           if ptc-valor-ponto is numeric
              and ptc-valor-ponto > zeros
              move ptc-valor-ponto to prs-valor-ponto
           end-if
           if ptc-minimo-resgate is numeric
              and ptc-minimo-resgate > zeros
              move ptc-minimo-resgate to prs-minimo-resgate
           end-if
           if ptc-dias-vale is numeric
              and ptc-dias-vale > zeros
              move ptc-dias-vale to prs-dias-vale
           end-if.
       1200-le-config-exit.
           exit.

       2000-menu-pontos.
           display erase
           display "PONTOS DE FIDELIDADE"               at 0310
           display "1 - Trocar pontos por vale"         at 0510
           display "2 - Extrato de pontos do cliente"   at 0610
           display "0 - Sair"                           at 0710
           display "Opcao: "                            at 0910
           accept prs-opcao at 0918
           evaluate prs-opcao
               when "1"
                   perform 2100-troca-pontos
                      thru 2100-troca-pontos-exit
               when "2"
                   perform 2200-extrato-pontos
                      thru 2200-extrato-pontos-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1010
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-pontos-exit.
           exit.

      *-----------------------------------------------------------*
      * Troca: saldo valido, pontos a trocar entre o minimo e o    *
      * saldo, vale emitido e pontos baixados.                     *
      *-----------------------------------------------------------*
       2100-troca-pontos.
           display erase
           display "TROCA DE PONTOS POR VALE" at 0310
           display "Codigo do cliente: " at 0510
           accept prs-cliente-trabalho at 0530
           move prs-cliente-trabalho to cli-codigo
           read cliente-mestre
               invalid key
                   display "Cliente inexistente." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-troca-pontos-exit
           end-read
           display "Cliente: " cli-nome at 0610
           perform 2500-apura-saldo thru 2500-apura-saldo-exit
           compute prs-valor-saldo rounded =
                   prs-saldo * prs-valor-ponto
           move prs-saldo to prs-pontos-edit
           move prs-valor-saldo to prs-valor-edit
           display "Saldo valido: " prs-pontos-edit
                   " pontos - R$ " prs-valor-edit at 0710
           if prs-saldo < prs-minimo-resgate
              move prs-minimo-resgate to prs-pontos-edit
              display "Saldo abaixo do minimo de troca ("
                      prs-pontos-edit " pontos)." at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-troca-pontos-exit
           end-if
           display "Pontos a trocar (zeros = desiste): " at 0910
           accept prs-pontos-digitados at 0946
           if prs-pontos-digitados = zeros
              display "Troca cancelada." at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-troca-pontos-exit
           end-if
           if prs-pontos-digitados < prs-minimo-resgate
              or prs-pontos-digitados > prs-saldo
              display "Pontos fora do minimo ou acima do saldo."
                  at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-troca-pontos-exit
           end-if
           compute prs-valor-vale rounded =
                   prs-pontos-digitados * prs-valor-ponto
           perform 2150-emite-vale thru 2150-emite-vale-exit
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-troca-pontos-exit.
           exit.

       2150-emite-vale.
           move "P" to prs-sq-funcao
           move zeros to prs-sq-numero
           call "SEQNUM" using prs-sq-funcao prs-sq-nome
                                prs-sq-numero prs-sq-status
           end-call
           if prs-sq-status not = "0"
              display "Sequencia VOUCHER indisponivel - troca "
                      "nao efetuada." at 1210
              go to 2150-emite-vale-exit
           end-if
           move prs-sq-numero to vch-codigo
           move prs-cliente-trabalho to vch-cliente
           move zeros to vch-desconto-pct
           move prs-data-negocio to vch-validade-inicio
           compute prs-dia-validade =
                   function integer-of-date(prs-data-negocio)
                   + prs-dias-vale
           move function date-of-integer(prs-dia-validade)
             to vch-validade-fim
           move prs-data-negocio to vch-data-emissao
           move "E" to vch-situacao
           move zeros to vch-data-resgate
           move "P" to vch-origem
           move prs-valor-vale to vch-valor-desconto
           write vch-registro
               invalid key
                   display "Vale " vch-codigo " ja existe - troca "
                           "nao efetuada." at 1210
                   go to 2150-emite-vale-exit
           end-write
           move prs-pontos-digitados to prs-a-baixar
           perform 2600-baixa-creditos thru 2600-baixa-creditos-exit
           move prs-cliente-trabalho to ptm-cliente
           move prs-periodo-atual to ptm-periodo
           move zeros to ptm-lote
           move vch-codigo to ptm-sequencial ptm-vale
           move "R" to ptm-tipo
           move prs-data-negocio to ptm-data
           move prs-baixados to ptm-pontos
           move zeros to ptm-restantes ptm-vencimento ptm-vendedor
           move prs-valor-vale to ptm-valor
           write ptm-registro
               invalid key
                   display "PTORESG: resgate do vale " vch-codigo
                           " ja registrado em PONTOMOV." at 1310
           end-write
           move prs-valor-vale to prs-valor-edit
           display "Vale " vch-codigo " emitido - R$ "
                   prs-valor-edit at 1210
           display "Valido ate " vch-validade-fim
                   " - informar o codigo na venda." at 1310.
       2150-emite-vale-exit.
           exit.

       2200-extrato-pontos.
           display erase
           display "EXTRATO DE PONTOS DO CLIENTE" at 0310
           display "Codigo do cliente: " at 0510
           accept prs-cliente-trabalho at 0530
           display "MES    T DATA       PONTOS    SALDO VENCE"
               at 0705
           move zeros to prs-qtde-listados
           move 8 to prs-linha-tela
           move prs-cliente-trabalho to ptm-cliente
           move zeros to ptm-periodo ptm-lote ptm-sequencial
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to prs-status-mov
               not invalid key
                   move "00" to prs-status-mov
           end-start
           perform 2210-mostra-um-mov thru 2210-mostra-um-mov-exit
               until prs-status-mov not = "00"
                  or prs-linha-tela > 18
           move "00" to prs-status-mov
           if prs-qtde-listados = zeros
              display "Nenhum movimento de pontos." at 0805
           end-if
           perform 2500-apura-saldo thru 2500-apura-saldo-exit
           move prs-saldo to prs-pontos-edit
           display "Saldo valido: " prs-pontos-edit " pontos"
               at 1905
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-extrato-pontos-exit.
           exit.

       2210-mostra-um-mov.
           read pontos-movimento next record
               at end
                   move "10" to prs-status-mov
               not at end
                   if ptm-cliente not = prs-cliente-trabalho
                      move "10" to prs-status-mov
                   else
                      compute prs-tela-pos =
                              prs-linha-tela * 100 + 5
                      display ptm-periodo " " ptm-tipo " "
                              ptm-data " " ptm-pontos " "
                              ptm-restantes " " ptm-vencimento
                          at prs-tela-pos
                      add 1 to prs-linha-tela
                      add 1 to prs-qtde-listados
                   end-if
           end-read.
       2210-mostra-um-mov-exit.
           exit.

      *-----------------------------------------------------------*
      * Saldo valido: soma dos creditos com saldo cujo mes de      *
      * validade nao passou (vencido ainda nao apurado pelo        *
      * PTOACUM ja nao conta).                                     *
      *-----------------------------------------------------------*
       2500-apura-saldo.
           move zeros to prs-saldo
           move prs-cliente-trabalho to ptm-cliente
           move zeros to ptm-periodo ptm-lote ptm-sequencial
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to prs-status-mov
               not invalid key
                   move "00" to prs-status-mov
           end-start
           perform 2510-soma-um-credito thru 2510-soma-um-credito-exit
               until prs-status-mov not = "00"
           move "00" to prs-status-mov.
       2500-apura-saldo-exit.
           exit.

       2510-soma-um-credito.
           read pontos-movimento next record
               at end
                   move "10" to prs-status-mov
                   go to 2510-soma-um-credito-exit
           end-read
           if ptm-cliente not = prs-cliente-trabalho
              move "10" to prs-status-mov
              go to 2510-soma-um-credito-exit
           end-if
           if ptm-credito
              and ptm-vencimento not < prs-periodo-atual
              add ptm-restantes to prs-saldo
           end-if.
       2510-soma-um-credito-exit.
           exit.

      *-----------------------------------------------------------*
      * Consome PRS-A-BAIXAR pontos dos creditos validos do        *
      * cliente, do mais antigo para o mais novo.                  *
      *-----------------------------------------------------------*
       2600-baixa-creditos.
           move zeros to prs-baixados
           move prs-cliente-trabalho to ptm-cliente
           move zeros to ptm-periodo ptm-lote ptm-sequencial
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to prs-status-mov
               not invalid key
                   move "00" to prs-status-mov
           end-start
           perform 2610-baixa-um-credito
              thru 2610-baixa-um-credito-exit
               until prs-status-mov not = "00"
                  or prs-baixados = prs-a-baixar
           move "00" to prs-status-mov.
       2600-baixa-creditos-exit.
           exit.

       2610-baixa-um-credito.
           read pontos-movimento next record
               at end
                   move "10" to prs-status-mov
                   go to 2610-baixa-um-credito-exit
           end-read
           if ptm-cliente not = prs-cliente-trabalho
              move "10" to prs-status-mov
              go to 2610-baixa-um-credito-exit
           end-if
           if not ptm-credito or ptm-restantes = zeros
              or ptm-vencimento < prs-periodo-atual
              go to 2610-baixa-um-credito-exit
           end-if
           compute prs-falta = prs-a-baixar - prs-baixados
           if ptm-restantes > prs-falta
              subtract prs-falta from ptm-restantes
              add prs-falta to prs-baixados
           else
              add ptm-restantes to prs-baixados
              move zeros to ptm-restantes
           end-if
           rewrite ptm-registro
               invalid key
                   continue
           end-rewrite.
       2610-baixa-um-credito-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
