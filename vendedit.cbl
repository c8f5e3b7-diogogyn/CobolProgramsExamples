      *                    rateio deve existir no mestre e nao      *
      *                    estar desligado; zeros/espacos seguem    *
      *                    valendo venda integral do principal.     *
      * 15/10/2026 EQP     Condicao de pagamento da venda (a vista, *
      *                    30 dias ou parcelado de 2 a 12 vezes):   *
      *                    prazo so em venda com cliente            *
      *                    identificado.  A apuracao do saldo em    *
      *                    aberto passou a trabalhar por parcela e  *
      *                    vencimento: venda a prazo de cliente com *
      *                    parcela vencida ha mais que a carencia   *
      *                    e rejeitada.                             *
      * 15/10/2026 EQP     Conferencia de preco contra a tabela com *
      *                    vigencia (PRECOS.DAT): o valor da        *
      *                    transacao com produto e comparado com o  *
      *                    preco vigente na data de negocio vezes a *
      *                    quantidade, menos o desconto do vale, e  *
      *                    a diferenca acima da tolerancia          *
      *                    percentual rejeita, salvo motivo de      *
      *                    preco aprovado (PRCMOTIV) em             *
      *                    VT-AJUSTE-MOTIVO.  Sem preco na tabela   *
      *                    vale PRD-PRECO-UNIT.                     *
      * 15/10/2026 EQP     Devolucao com nota de origem             *
      *                    (VT-NOTA-ORIGEM): a nota informada deve  *
      *                    existir em NOTAS.DAT como nota de venda, *
      *                    nao cancelada e do mesmo cliente; zeros  *
      *                    seguem valendo nota nao informada.       *
      * 15/10/2026 EQP     Carteira do cliente: a venda ou          *
      *                    devolucao de cliente com dono (CLICARTE  *
      *                    na data de negocio, ou CLI-VENDEDOR)     *
      *                    feita por outro vendedor sai sinalizada  *
      *                    no relatorio; com parcela do dono em     *
      *                    CARTCFG.DAT, a transacao sem rateio      *
      *                    informado segue rateada com o dono       *
      *                    ativo.                                   *
      * 15/10/2026 EQP     vale de pontos desconta em valor na      *
      *                    conferencia de preco                     *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is vch-codigo
               file status is vde-status-voucher.

           select preco-tabela assign to "PRECOS"
               organization is indexed
               access mode is dynamic
               record key is prc-chave
               file status is vde-status-preco.

           select nota-registro assign to "NOTAS"
               organization is indexed
               access mode is dynamic
               record key is nf-numero
               file status is vde-status-nota.

           select carteira-cliente assign to "CLICARTE"
               organization is indexed
               access mode is dynamic
               record key is crt-chave
               file status is vde-status-clicarte.

           select carteira-config assign to "CARTCFG.DAT"
               organization is line sequential
               file status is vde-status-cartcfg.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
           copy VENDREC.

       fd  venda-aceita.
       01  ace-transacao             pic x(107).

       fd  venda-rejeitada.
       01  rej-transacao             pic x(107).

       fd  vendedor-mestre.
           copy VDRREC.
       fd  voucher-arq.
           copy VOUCHREC.

       fd  preco-tabela.
           copy PRECOREC.

       fd  nota-registro.
           copy NFREC.

       fd  carteira-cliente.
           copy CARTREC.

       fd  carteira-config.
           copy CARTCFG.

       working-storage section.

       77  vde-status-entrada   pic x(02) value spaces.
           88  vde-tem-carteira        value "S".
       77  vde-saldo-aberto     pic 9(09)v99 value zeros.
       77  vde-exposicao        pic 9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Parcelas vencidas do cliente: vencimento mais a carencia   *
      * anterior a data de negocio.  Cliente com parcela vencida   *
      * nao compra a prazo.                                        *
      *-----------------------------------------------------------*
       77  vde-dias-carencia    pic 9(03) value 15.
       77  vde-dias-negocio     pic 9(07) value zeros.
       77  vde-dias-vencimento  pic 9(07) value zeros.
       77  vde-qtde-vencidas    pic 9(05) value zeros.
       01  vde-tabela-clirun.
           05  vde-qtde-clirun       pic 9(03) value zeros.
           05  vde-clirun-entrada    occurs 500 times.
       77  vde-data-real        pic 9(08) value zeros.
       77  vde-data-negocio     pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Conferencia de preco: valor da transacao contra o preco    *
      * vigente na data de negocio (PRECOS.DAT; sem preco na       *
      * tabela, ou tabela ausente, vale PRD-PRECO-UNIT) vezes a    *
      * quantidade, ja com o desconto do vale.  Fora da tolerancia *
      * so passa com motivo aprovado (PRCMOTIV).                   *
      *-----------------------------------------------------------*
       77  vde-status-preco     pic x(02) value spaces.
       77  vde-preco-aberto     pic x(01) value "N".
           88  vde-tem-precos          value "S".
       77  vde-pct-tolerancia   pic 9(02)v99 value 2,00.
       77  vde-preco-vigente    pic 9(07)v99 value zeros.
       77  vde-diferenca-preco  pic 9(011)v99 value zeros.
       77  vde-valor-tolerado   pic 9(011)v99 value zeros.
       77  vde-motivo-ix        pic 9(02) value zeros.
       77  vde-motivo-achado    pic x(01) value "N".
           88  vde-motivo-aprovado     value "S".
       copy PRCMOTIV.

      *-----------------------------------------------------------*
      * Nota de origem da devolucao: nota de venda emitida pela    *
      * aplicacao (NOTAS.DAT), nao cancelada e do mesmo cliente.   *
      *-----------------------------------------------------------*
       77  vde-status-nota      pic x(02) value spaces.
       77  vde-nota-aberto      pic x(01) value "N".
           88  vde-tem-notas           value "S".

      *-----------------------------------------------------------*
      * Carteira do cliente: dono na data de negocio pelo          *
      * historico CLICARTE (ausente, vale CLI-VENDEDOR).  A venda  *
      * de outro vendedor e sinalizada no relatorio; com parcela   *
      * do dono em CARTCFG.DAT, a venda sem rateio informado       *
      * segue para a aplicacao rateada com o dono.                 *
      *-----------------------------------------------------------*
       77  vde-status-clicarte  pic x(02) value spaces.
       77  vde-clicarte-aberto  pic x(01) value "N".
           88  vde-tem-clicarte        value "S".
       77  vde-status-cartcfg   pic x(02) value spaces.
       77  vde-pct-dono         pic 9(03) value zeros.
       77  vde-dono-carteira    pic 9(05) value zeros.
       77  vde-crt-tem-passado  pic x(01) value "N".
       77  vde-crt-tem-futuro   pic x(01) value "N".
       77  vde-crt-dono-passado pic 9(05) value zeros.
       77  vde-crt-dono-futuro  pic 9(05) value zeros.
       77  vde-qtde-fora-cart   pic 9(07) value zeros.
       77  vde-qtde-parcela-dono pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Faixa plausivel de valor de venda: acima deste teto a      *
      * transacao e retida para conferencia manual antes de ser    *
           05  lrj-vendedor          pic x(05).
           05  filler                pic x(02) value spaces.
           05  lrj-motivo            pic x(40).
       01  linha-fora-carteira.
           05  filler                pic x(09) value "CARTEIRA ".
           05  lfc-sequencia         pic zzzzzz9.
           05  filler                pic x(02) value spaces.
           05  lfc-vendedor          pic 9(05).
           05  filler                pic x(10) value "  CLIENTE ".
           05  lfc-cliente           pic 9(05).
           05  filler                pic x(07) value "  DONO ".
           05  lfc-dono              pic 9(05).
           05  filler                pic x(02) value spaces.
           05  lfc-observacao        pic x(30).
       01  linha-conta-critica.
           05  lct-descricao         pic x(30).
           05  filler                pic x(02) value spaces.
           if vde-tem-voucher
              close voucher-arq
           end-if
           if vde-tem-precos
              close preco-tabela
           end-if
           if vde-tem-notas
              close nota-registro
           end-if
           if vde-tem-clicarte
              close carteira-cliente
           end-if
           close venda-entrada venda-aceita venda-rejeitada
                 vendedor-mestre cliente-mestre critica-relatorio
           if vde-qtde-rejeitadas > zeros
           if vde-status-voucher = "00"
              set vde-tem-voucher to true
           end-if
           open input preco-tabela
           if vde-status-preco = "00"
              set vde-tem-precos to true
           end-if
           open input nota-registro
           if vde-status-nota = "00"
              set vde-tem-notas to true
           end-if
           open input carteira-cliente
           if vde-status-clicarte = "00"
              set vde-tem-clicarte to true
           end-if
           perform 1030-le-regra-carteira
              thru 1030-le-regra-carteira-exit
           call "BUSDATE" using vde-data-real vde-data-negocio
           end-call
           open output venda-aceita
       1020-le-sessao-exit.
           exit.

      *-----------------------------------------------------------*
      * Parcela do dono da carteira na venda de outro vendedor     *
      * (CARTCFG.DAT; ausente ou fora de 1 a 99 vale zero - so     *
      * sinaliza).                                                 *
      *-----------------------------------------------------------*
       1030-le-regra-carteira.
           move zeros to vde-pct-dono
           open input carteira-config
           if vde-status-cartcfg = "00"
              read carteira-config
                  at end
                      continue
                  not at end
                      if ccf-pct-dono is numeric
                         and ccf-pct-dono < 100
                         move ccf-pct-dono to vde-pct-dono
                      else
                         display "VENDEDIT: parcela do dono invalida "
                                 "em CARTCFG.DAT - ignorada."
                      end-if
              end-read
              close carteira-config
           end-if.
       1030-le-regra-carteira-exit.
           exit.

      *-----------------------------------------------------------*
      * Confere o trailer do produtor em VENDAS.DAT antes da       *
      * critica: conta os registros e soma o valor liquido do      *
           set vde-reg-valido to true
           move spaces to vde-motivo-rejeicao
           perform 2030-valida-campos thru 2030-valida-campos-exit
           if vde-reg-valido
              perform 2035-valida-condicao
                 thru 2035-valida-condicao-exit
           end-if
           if vde-reg-valido
              perform 2040-valida-vendedor
                 thru 2040-valida-vendedor-exit
              perform 2049-valida-voucher
                 thru 2049-valida-voucher-exit
           end-if
           if vde-reg-valido
              perform 2047-valida-nota-origem
                 thru 2047-valida-nota-origem-exit
           end-if
           if vde-reg-valido
              perform 2070-confere-preco
                 thru 2070-confere-preco-exit
           end-if
           if vde-reg-valido
              perform 2050-valida-cliente
                 thru 2050-valida-cliente-exit
           end-if
           if vde-reg-valido
              perform 2060-confere-carteira
                 thru 2060-confere-carteira-exit
           end-if
           if vde-reg-valido
              move vt-transacao to ace-transacao
              write ace-transacao
       2030-valida-campos-exit.
           exit.

      *-----------------------------------------------------------*
      * Condicao de pagamento: espaco/V a vista, P 30 dias, N      *
      * parcelado em 2 a 12 vezes.  Prazo so em venda e so com     *
      * cliente identificado - e o cliente que recebe os titulos.  *
      *-----------------------------------------------------------*
       2035-valida-condicao.
           if not vt-a-vista and not vt-30-dias and not vt-parcelado
              set vde-reg-invalido to true
              move "CONDICAO DE PAGAMENTO INVALIDA (V/P/N)"
                   to vde-motivo-rejeicao
              go to 2035-valida-condicao-exit
           end-if
           if vt-a-vista
              go to 2035-valida-condicao-exit
           end-if
           if not vt-venda
              set vde-reg-invalido to true
              move "PRAZO SO EM TRANSACAO DE VENDA"
                   to vde-motivo-rejeicao
              go to 2035-valida-condicao-exit
           end-if
           if vt-cliente is not numeric or vt-cliente = zeros
              set vde-reg-invalido to true
              move "VENDA A PRAZO SEM CLIENTE"
                   to vde-motivo-rejeicao
              go to 2035-valida-condicao-exit
           end-if
           if vt-parcelado
              if vt-qtde-parcelas is not numeric
                 or vt-qtde-parcelas < 2
                 or vt-qtde-parcelas > 12
                 set vde-reg-invalido to true
                 move "QTDE DE PARCELAS INVALIDA (2 A 12)"
                      to vde-motivo-rejeicao
              end-if
           end-if.
       2035-valida-condicao-exit.
           exit.

      *-----------------------------------------------------------*
      * Vendedor tem de existir no mestre: a critica elimina o     *
      * vendedor fantasma que um codigo errado criava na           *
       2045-valida-rateio-exit.
           exit.

      *-----------------------------------------------------------*
      * Critica da nota de origem (zeros/espacos = nao informada): *
      * so devolucao aponta nota, que deve ser nota de venda       *
      * existente, nao cancelada e do cliente da devolucao.        *
      *-----------------------------------------------------------*
       2047-valida-nota-origem.
           if vt-nota-origem = spaces or vt-nota-origem = zeros
              go to 2047-valida-nota-origem-exit
           end-if
           if vt-nota-origem is not numeric
              set vde-reg-invalido to true
              move "NOTA DE ORIGEM INVALIDA" to vde-motivo-rejeicao
              go to 2047-valida-nota-origem-exit
           end-if
           if not vt-devolucao
              set vde-reg-invalido to true
              move "NOTA DE ORIGEM SO EM DEVOLUCAO"
                   to vde-motivo-rejeicao
              go to 2047-valida-nota-origem-exit
           end-if
           if not vde-tem-notas
              set vde-reg-invalido to true
              move "ARQUIVO DE NOTAS INDISPONIVEL"
                   to vde-motivo-rejeicao
              go to 2047-valida-nota-origem-exit
           end-if
           move vt-nota-origem to nf-numero
           read nota-registro
               invalid key
                   set vde-reg-invalido to true
                   move "NOTA DE ORIGEM INEXISTENTE"
                        to vde-motivo-rejeicao
                   go to 2047-valida-nota-origem-exit
           end-read
           if not nf-nota-venda
              set vde-reg-invalido to true
              move "NOTA DE ORIGEM NAO E DE VENDA"
                   to vde-motivo-rejeicao
              go to 2047-valida-nota-origem-exit
           end-if
           if nf-cancelada
              set vde-reg-invalido to true
              move "NOTA DE ORIGEM CANCELADA" to vde-motivo-rejeicao
              go to 2047-valida-nota-origem-exit
           end-if
           if vt-cliente is numeric
              and vt-cliente not = nf-cliente
              set vde-reg-invalido to true
              move "NOTA DE ORIGEM DE OUTRO CLIENTE"
                   to vde-motivo-rejeicao
           end-if.
       2047-valida-nota-origem-exit.
           exit.

      *-----------------------------------------------------------*
      * Critica de produto: com produto informado, ele deve        *
      * existir ativo no mestre - o que transforma o valor solto   *
      * de sempre numa venda de alguma coisa.  O valor e conferido *
      * contra o preco vigente em 2070, depois do vale.            *
      *-----------------------------------------------------------*
       2048-valida-produto.
           if vt-produto is not numeric or vt-produto = zeros
           if prd-inativo
              set vde-reg-invalido to true
              move "PRODUTO INATIVO" to vde-motivo-rejeicao
           end-if.
       2048-valida-produto-exit.
           exit.
              move "CLIENTE BLOQUEADO" to vde-motivo-rejeicao
              go to 2050-valida-cliente-exit
           end-if
           if vt-venda
              and (cli-limite-credito > zeros or not vt-a-vista)
              perform 2052-apura-saldo-aberto
                 thru 2052-apura-saldo-aberto-exit
           else
              go to 2050-valida-cliente-exit
           end-if
           if not vt-a-vista and vde-qtde-vencidas > zeros
              set vde-reg-invalido to true
              move "CLIENTE COM PARCELA VENCIDA"
                   to vde-motivo-rejeicao
              go to 2050-valida-cliente-exit
           end-if
           if cli-limite-credito > zeros
              perform 2056-procura-clirun
                 thru 2056-procura-clirun-exit
              if vde-clirun-posicao > zeros
           exit.

      *-----------------------------------------------------------*
      * Soma o saldo das parcelas em aberto do cliente na carteira *
      * CONTASREC e conta as vencidas alem da carencia; carteira   *
      * ausente vale saldo zero.                                   *
      *-----------------------------------------------------------*
       2052-apura-saldo-aberto.
           move zeros to vde-saldo-aberto vde-qtde-vencidas
           move function integer-of-date(vde-data-negocio)
                to vde-dias-negocio
           if not vde-tem-carteira
              go to 2052-apura-saldo-aberto-exit
           end-if
                   if cr-cliente = vt-cliente and cr-aberto
                      add cr-valor-original to vde-saldo-aberto
                      subtract cr-valor-pago from vde-saldo-aberto
                      move function integer-of-date
                           (cr-data-vencimento)
                           to vde-dias-vencimento
                      if vde-dias-vencimento + vde-dias-carencia
                         < vde-dias-negocio
                         add 1 to vde-qtde-vencidas
                      end-if
                   end-if
           end-read.
       2054-soma-um-titulo-exit.
       2058-compara-clirun-exit.
           exit.

      *-----------------------------------------------------------*
      * Carteira: venda ou devolucao de cliente com dono feita por *
      * vendedor que nao e o dono (nem participa do rateio) sai    *
      * sinalizada no relatorio, sem rejeitar.  Com parcela do     *
      * dono configurada, transacao sem rateio informado e dono    *
      * ativo no mestre passa a rateio: o vendedor fica com o      *
      * restante e o dono entra como segundo vendedor.  O cliente  *
      * ja foi lido em 2050.                                       *
      *-----------------------------------------------------------*
       2060-confere-carteira.
           if vt-ajuste
              or vt-cliente is not numeric or vt-cliente = zeros
              go to 2060-confere-carteira-exit
           end-if
           perform 2062-dono-na-data thru 2062-dono-na-data-exit
           if vde-dono-carteira = zeros
              or vde-dono-carteira = vt-codigo
              go to 2060-confere-carteira-exit
           end-if
           if vt-codigo-2 is numeric
              and vde-dono-carteira = vt-codigo-2
              go to 2060-confere-carteira-exit
           end-if
           if vt-codigo-3 is numeric
              and vde-dono-carteira = vt-codigo-3
              go to 2060-confere-carteira-exit
           end-if
           add 1 to vde-qtde-fora-cart
           move vde-qtde-lidas to lfc-sequencia
           move vt-codigo to lfc-vendedor
           move vt-cliente to lfc-cliente
           move vde-dono-carteira to lfc-dono
           move "FORA DA CARTEIRA" to lfc-observacao
           if vde-pct-dono > zeros
              and (vt-pct-1 is not numeric or vt-pct-1 = zeros)
              move vde-dono-carteira to vdr-codigo
              read vendedor-mestre
                  invalid key
                      move "DONO FORA DO MESTRE - SEM PARCELA"
                           to lfc-observacao
                  not invalid key
                      if vdr-desligado
                         move "DONO DESLIGADO - SEM PARCELA"
                              to lfc-observacao
                      else
                         compute vt-pct-1 = 100 - vde-pct-dono
                         move vde-dono-carteira to vt-codigo-2
                         move vde-pct-dono to vt-pct-2
                         move zeros to vt-codigo-3 vt-pct-3
                         add 1 to vde-qtde-parcela-dono
                         move "RATEADA COM O DONO" to lfc-observacao
                      end-if
              end-read
           end-if
           write linha-relatorio from linha-fora-carteira
               after advancing 1 line.
       2060-confere-carteira-exit.
           exit.

      *-----------------------------------------------------------*
      * Dono da carteira na data de negocio: a ultima atribuicao   *
      * ja efetiva da o dono; so atribuicoes futuras dao o dono    *
      * anterior; sem historico, vale o do mestre.                 *
      *-----------------------------------------------------------*
       2062-dono-na-data.
           if cli-vendedor is numeric
              move cli-vendedor to vde-dono-carteira
           else
              move zeros to vde-dono-carteira
           end-if
           if not vde-tem-clicarte
              go to 2062-dono-na-data-exit
           end-if
           move "N" to vde-crt-tem-passado vde-crt-tem-futuro
           move vt-cliente to crt-cliente
           move zeros to crt-data-efetiva
           start carteira-cliente key not less than crt-chave
               invalid key
                   go to 2062-dono-na-data-exit
           end-start
           move "00" to vde-status-clicarte
           perform 2064-avalia-atribuicao
              thru 2064-avalia-atribuicao-exit
               until vde-status-clicarte not = "00"
           move "00" to vde-status-clicarte
           evaluate true
               when vde-crt-tem-passado = "S"
                   move vde-crt-dono-passado to vde-dono-carteira
               when vde-crt-tem-futuro = "S"
                   move vde-crt-dono-futuro to vde-dono-carteira
           end-evaluate.
       2062-dono-na-data-exit.
           exit.

       2064-avalia-atribuicao.
           read carteira-cliente next record
               at end
                   move "10" to vde-status-clicarte
                   go to 2064-avalia-atribuicao-exit
           end-read
           if crt-cliente not = vt-cliente
              move "10" to vde-status-clicarte
              go to 2064-avalia-atribuicao-exit
           end-if
           if crt-data-efetiva not > vde-data-negocio
              move "S" to vde-crt-tem-passado
              move crt-vendedor-novo to vde-crt-dono-passado
           else
              if vde-crt-tem-futuro = "N"
                 move "S" to vde-crt-tem-futuro
                 move crt-vendedor-anterior to vde-crt-dono-futuro
              end-if
           end-if.
       2064-avalia-atribuicao-exit.
           exit.

      *-----------------------------------------------------------*
      * Conferencia de preco da transacao com produto: preco       *
      * vigente na data de negocio vezes quantidade, menos o       *
      * desconto do vale ja validado em 2049 (vale de pontos       *
      * desconta em valor).  Diferenca acima da                    *
      * tolerancia percentual rejeita, salvo motivo de preco       *
      * aprovado (PRCMOTIV) em VT-AJUSTE-MOTIVO.                   *
      *-----------------------------------------------------------*
       2070-confere-preco.
           if vt-produto is not numeric or vt-produto = zeros
              go to 2070-confere-preco-exit
           end-if
           perform 2074-busca-preco-vigente
              thru 2074-busca-preco-vigente-exit
           compute vde-valor-esperado rounded =
                   vde-preco-vigente * vt-quantidade
           if vt-venda
              and vt-voucher is numeric and vt-voucher > zeros
              if vch-pontos
                 and vch-valor-desconto is numeric
                 if vch-valor-desconto < vde-valor-esperado
                    subtract vch-valor-desconto
                        from vde-valor-esperado
                 else
                    move zeros to vde-valor-esperado
                 end-if
              else
                 compute vde-valor-esperado rounded =
                         vde-valor-esperado
                         * (100 - vch-desconto-pct) / 100
              end-if
           end-if
           if vt-valor-venda > vde-valor-esperado
              compute vde-diferenca-preco =
                      vt-valor-venda - vde-valor-esperado
           else
              compute vde-diferenca-preco =
                      vde-valor-esperado - vt-valor-venda
           end-if
           compute vde-valor-tolerado rounded =
                   vde-valor-esperado * vde-pct-tolerancia / 100
           if vde-diferenca-preco not > vde-valor-tolerado
              go to 2070-confere-preco-exit
           end-if
           if vt-ajuste-motivo = spaces
              set vde-reg-invalido to true
              move "VALOR FORA DA TOLERANCIA DE PRECO"
                   to vde-motivo-rejeicao
              go to 2070-confere-preco-exit
           end-if
           move "N" to vde-motivo-achado
           perform 2072-procura-motivo
              thru 2072-procura-motivo-exit
               varying vde-motivo-ix from 1 by 1
               until vde-motivo-ix > pmp-qtde-motivos
                  or vde-motivo-aprovado
           if not vde-motivo-aprovado
              set vde-reg-invalido to true
              move "MOTIVO DE PRECO NAO APROVADO"
                   to vde-motivo-rejeicao
           end-if.
       2070-confere-preco-exit.
           exit.

       2072-procura-motivo.
           if pmp-codigo(vde-motivo-ix) = vt-ajuste-motivo
              set vde-motivo-aprovado to true
           end-if.
       2072-procura-motivo-exit.
           exit.

      *-----------------------------------------------------------*
      * Preco vigente: o de maior vigencia que nao ultrapassa a    *
      * data de negocio; sem preco na tabela vale o do mestre      *
      * (PRD-PRECO-UNIT, lido em 2048).                            *
      *-----------------------------------------------------------*
       2074-busca-preco-vigente.
           move prd-preco-unit to vde-preco-vigente
           if not vde-tem-precos
              go to 2074-busca-preco-vigente-exit
           end-if
           move vt-produto to prc-produto
           move zeros to prc-data-vigencia
           start preco-tabela key not less than prc-chave
               invalid key
                   go to 2074-busca-preco-vigente-exit
           end-start
           move "00" to vde-status-preco
           perform 2076-avalia-preco
              thru 2076-avalia-preco-exit
               until vde-status-preco not = "00".
       2074-busca-preco-vigente-exit.
           exit.

       2076-avalia-preco.
           read preco-tabela next record
               at end
                   move "10" to vde-status-preco
                   go to 2076-avalia-preco-exit
           end-read
           if prc-produto not = vt-produto
              or prc-data-vigencia > vde-data-negocio
              move "10" to vde-status-preco
              go to 2076-avalia-preco-exit
           end-if
           move prc-preco-unit to vde-preco-vigente.
       2076-avalia-preco-exit.
           exit.

      *-----------------------------------------------------------*
      * Encerra VENDASOK com o trailer de contagem e valor         *
      * liquido: a aplicacao confere o trailer antes de lancar e   *
               after advancing 1 line
           move "TRANSACOES REJEITADAS:" to lct-descricao
           move vde-qtde-rejeitadas to lct-quantidade
           write linha-relatorio from linha-conta-critica
               after advancing 1 line
           move "VENDAS FORA DA CARTEIRA:" to lct-descricao
           move vde-qtde-fora-cart to lct-quantidade
           write linha-relatorio from linha-conta-critica
               after advancing 1 line
           move "RATEADAS COM O DONO:" to lct-descricao
           move vde-qtde-parcela-dono to lct-quantidade
           write linha-relatorio from linha-conta-critica
               after advancing 1 line
           move vde-total-aceito to ltc-valor
