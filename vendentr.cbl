      *                    valor liquido (VENDTRL) - entra direto   *
      *                    na cadeia critica/aplicacao sem o ciclo  *
      *                    de rejeicao por erro de digitacao.       *
      * 15/10/2026 EQP     Condicao de pagamento na digitacao da    *
      *                    venda (a vista, 30 dias ou parcelado de  *
      *                    2 a 12 vezes), com prazo so para cliente *
      *                    identificado.                            *
      * 15/10/2026 EQP     Valor da venda com produto sai do preco  *
      *                    vigente na tabela PRECOS.DAT, com o      *
      *                    desconto do vale informado; valor        *
      *                    praticado diferente do calculado exige   *
      *                    motivo de preco aprovado (PRCMOTIV).     *
      * 15/10/2026 EQP     Devolucao aceita o numero da nota de     *
      *                    venda de origem, levado a VT-NOTA-ORIGEM *
      *                    para a nota de credito da aplicacao.     *
      * 15/10/2026 EQP     vale de pontos desconta em valor         *
      * 15/10/2026 EQP     Le a sessao do SIGNON (SESSAO.DAT) e     *
      *                    confere a janela noturna (JANPROC) antes *
      *                    de gravar cada transacao; fechada, so o  *
      *                    nivel 3 sobrepoe, com motivo registrado  *
      *                    em JANLOG.                               *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is prd-codigo
               file status is ven-status-produto.

           select preco-tabela assign to "PRECOS"
               organization is indexed
               access mode is dynamic
               record key is prc-chave
               file status is ven-status-preco.

           select voucher-arq assign to "VOUCHER"
               organization is indexed
               access mode is dynamic
               record key is vch-codigo
               file status is ven-status-voucher.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is ven-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  produto-mestre.
           copy PRODREC.

       fd  preco-tabela.
           copy PRECOREC.

       fd  voucher-arq.
           copy VOUCHREC.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       77  ven-status-saida     pic x(02) value spaces.
       77  ven-produto-digitado pic 9(05) value zeros.
       77  ven-qtde-produto     pic 9(05) value zeros.
       77  ven-voucher-digitado pic 9(09) value zeros.
       77  ven-condicao-digitada pic x(01) value spaces.
           88  ven-condicao-ok         value "V" "P" "N" " ".
           88  ven-condicao-parcelada  value "N".
       77  ven-parcelas-digitadas pic 9(02) value zeros.
       77  ven-nota-origem      pic 9(09) value zeros.

      *-----------------------------------------------------------*
      * Preco da venda com produto: o vigente na data de negocio   *
      * (PRECOS.DAT, ou o do mestre), menos o desconto do vale.    *
      * Valor praticado diferente do calculado leva motivo         *
      * aprovado (PRCMOTIV), conferido de novo pela critica.       *
      *-----------------------------------------------------------*
       77  ven-status-preco     pic x(02) value spaces.
       77  ven-preco-aberto     pic x(01) value "N".
           88  ven-tem-precos          value "S".
       77  ven-status-voucher   pic x(02) value spaces.
       77  ven-voucher-aberto   pic x(01) value "N".
           88  ven-tem-voucher         value "S".
       77  ven-data-real        pic 9(08) value zeros.
       77  ven-data-negocio     pic 9(08) value zeros.
       77  ven-preco-vigente    pic 9(07)v99 value zeros.
       77  ven-valor-calculado  pic 9(07)v99 value zeros.
       77  ven-valor-praticado  pic 9(07)v99 value zeros.
       77  ven-motivo-preco     pic x(03) value spaces.
       77  ven-motivo-ix        pic 9(02) value zeros.
       77  ven-motivo-achado    pic x(01) value "N".
           88  ven-motivo-aprovado     value "S".
       copy PRCMOTIV.

       77  ven-qtde-digitadas   pic 9(07) value zeros.
       77  ven-valor-liquido    pic s9(011)v99 value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Janela noturna (JANPROC): operador e nivel da sessao do    *
      * SIGNON, aviso a cada transacao e conferencia antes de      *
      * gravar em VENDAS.DAT.                                      *
      *-----------------------------------------------------------*
       77  ven-status-sessao    pic x(02) value spaces.
       77  ven-operador-sessao  pic x(08) value "VENDENTR".
       77  ven-nivel-sessao     pic 9(01) value 1.
       copy JANWS.

       copy VENDTRL.

      *****************************************************************
           if ven-tem-produto
              close produto-mestre
           end-if
           if ven-tem-precos
              close preco-tabela
           end-if
           if ven-tem-voucher
              close voucher-arq
           end-if
           close venda-saida vendedor-mestre cliente-mestre
           display "VENDAS.DAT encerrado com " ven-qtde-digitadas
                   " transacoes." at 2010
           if ven-status-produto = "00"
              set ven-tem-produto to true
           end-if
           open input preco-tabela
           if ven-status-preco = "00"
              set ven-tem-precos to true
           end-if
           open input voucher-arq
           if ven-status-voucher = "00"
              set ven-tem-voucher to true
           end-if
           call "BUSDATE" using ven-data-real ven-data-negocio
           end-call
           open output venda-saida
           if ven-status-saida not = "00"
              display "VENDENTR: erro ao abrir VENDAS - status "
                       ven-status-saida
              move 16 to return-code
              stop run
           end-if
           perform 1020-le-sessao thru 1020-le-sessao-exit.
       1000-abrir-arquivos-exit.
           exit.

       1020-le-sessao.
           open input sessao-corrente
           if ven-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to ven-operador-sessao
                      move ses-nivel to ven-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           move "VENDENTR" to JNL-PROGRAMA
           move ven-operador-sessao to JNL-OPERADOR
           move ven-nivel-sessao to JNL-NIVEL.
       1020-le-sessao-exit.
           exit.

      *-----------------------------------------------------------*
      * Digita uma transacao: vendedor e cliente validados na      *
      * hora, direto nos mestres - o erro e corrigido com o        *
           display "DIGITACAO DE VENDAS" at 0310
           display "Transacoes digitadas: " ven-qtde-digitadas
               at 0350
           perform 8810-AVISA-JANELA thru 8810-AVISA-JANELA-EXIT
           perform 2010-aceita-vendedor
              thru 2010-aceita-vendedor-exit
           perform 2020-aceita-cliente

       2030-aceita-valores.
           move zeros to ven-produto-digitado ven-qtde-produto
           move spaces to ven-motivo-preco
           if ven-tem-produto
              perform 2035-aceita-produto
                 thru 2035-aceita-produto-exit
           display "Filial: " at 0910
           accept ven-filial-digitada at 0919
           display "Vale-presente (zeros = sem): " at 0930
           accept ven-voucher-digitado at 0960
           move space to ven-condicao-digitada
           move zeros to ven-parcelas-digitadas ven-nota-origem
           if ven-tipo-digitado not = "D"
              perform 2038-aceita-condicao
                 thru 2038-aceita-condicao-exit
           else
              display "Nota de origem (zeros = nao informada): "
                  at 1010
              accept ven-nota-origem at 1051
           end-if
           if ven-produto-digitado not = zeros
              perform 2039-aceita-preco-praticado
                 thru 2039-aceita-preco-praticado-exit
           end-if.
       2030-aceita-valores-exit.
           exit.

      *-----------------------------------------------------------*
      * Condicao de pagamento da venda: a vista, 30 dias ou        *
      * parcelado de 2 a 12 vezes; prazo so com cliente            *
      * identificado, como na critica.                             *
      *-----------------------------------------------------------*
       2038-aceita-condicao.
           display "Pagamento [V=a vista P=30 dias N=parcelado]: "
               at 1010
           accept ven-condicao-digitada at 1056
           if not ven-condicao-ok
              display "Condicao invalida - use V, P ou N." at 1610
              go to 2038-aceita-condicao
           end-if
           if ven-condicao-digitada = "P" or "N"
              if ven-cliente-digitado = zeros
                 display "Venda a prazo exige cliente." at 1610
                 go to 2038-aceita-condicao
              end-if
           end-if
           if ven-condicao-parcelada
              display "Parcelas (2 a 12): " at 1110
              accept ven-parcelas-digitadas at 1130
              if ven-parcelas-digitadas < 2
                 or ven-parcelas-digitadas > 12
                 display "Numero de parcelas invalido." at 1610
                 go to 2038-aceita-condicao
              end-if
           end-if.
       2038-aceita-condicao-exit.
           exit.

      *-----------------------------------------------------------*
      * Produto vendido (zeros = venda sem produto): com produto   *
      * ativo, o valor da transacao sai do preco vigente na data   *
      * de negocio vezes quantidade - a critica confere esta       *
      * conta dentro da tolerancia.                                *
      *-----------------------------------------------------------*
       2035-aceita-produto.
           display "Produto (zeros = sem produto): " at 0650
              display "Produto inativo." at 1610
              go to 2035-aceita-produto
           end-if
           perform 2036-busca-preco-vigente
              thru 2036-busca-preco-vigente-exit
           display prd-descricao " " ven-preco-vigente at 0710
           display "Quantidade: " at 0750
           accept ven-qtde-produto at 0763
           if ven-qtde-produto = zeros
              go to 2035-aceita-produto
           end-if
           compute ven-valor-digitado =
                   ven-preco-vigente * ven-qtde-produto
               on size error
                   display "Valor estoura o campo - reduza." at 1610
                   go to 2035-aceita-produto
       2035-aceita-produto-exit.
           exit.

      *-----------------------------------------------------------*
      * Preco vigente do produto: maior vigencia de PRECOS.DAT que *
      * nao ultrapassa a data de negocio; sem preco na tabela vale *
      * o do mestre.                                               *
      *-----------------------------------------------------------*
       2036-busca-preco-vigente.
           move prd-preco-unit to ven-preco-vigente
           if not ven-tem-precos
              go to 2036-busca-preco-vigente-exit
           end-if
           move ven-produto-digitado to prc-produto
           move zeros to prc-data-vigencia
           start preco-tabela key not less than prc-chave
               invalid key
                   go to 2036-busca-preco-vigente-exit
           end-start
           move "00" to ven-status-preco
           perform 2037-avalia-preco
              thru 2037-avalia-preco-exit
               until ven-status-preco not = "00".
       2036-busca-preco-vigente-exit.
           exit.

       2037-avalia-preco.
           read preco-tabela next record
               at end
                   move "10" to ven-status-preco
                   go to 2037-avalia-preco-exit
           end-read
           if prc-produto not = ven-produto-digitado
              or prc-data-vigencia > ven-data-negocio
              move "10" to ven-status-preco
              go to 2037-avalia-preco-exit
           end-if
           move prc-preco-unit to ven-preco-vigente.
       2037-avalia-preco-exit.
           exit.

      *-----------------------------------------------------------*
      * Venda com produto: aplica o desconto do vale informado     *
      * (percentual, ou valor no vale de pontos) e                 *
      * aceita o valor praticado.  Valor diferente do calculado    *
      * exige motivo aprovado de preco.                            *
      *-----------------------------------------------------------*
       2039-aceita-preco-praticado.
           move ven-valor-digitado to ven-valor-calculado
           if ven-voucher-digitado not = zeros
              and ven-tipo-digitado not = "D"
              and ven-tem-voucher
              move ven-voucher-digitado to vch-codigo
              read voucher-arq
                  invalid key
                      continue
                  not invalid key
                      if vch-pontos
                         and vch-valor-desconto is numeric
                         if vch-valor-desconto < ven-valor-calculado
                            subtract vch-valor-desconto
                                from ven-valor-calculado
                         else
                            move zeros to ven-valor-calculado
                         end-if
                      else
                         compute ven-valor-calculado rounded =
                                 ven-valor-calculado
                                 * (100 - vch-desconto-pct) / 100
                      end-if
              end-read
           end-if
           display "Valor calculado: " ven-valor-calculado at 1210
           display "Valor praticado (zeros = calculado): " at 1310
           accept ven-valor-praticado at 1348
           if ven-valor-praticado = zeros
              or ven-valor-praticado = ven-valor-calculado
              move ven-valor-calculado to ven-valor-digitado
              go to 2039-aceita-preco-praticado-exit
           end-if
           display "Motivo: " at 1360
           accept ven-motivo-preco at 1368
           move "N" to ven-motivo-achado
           perform 2034-procura-motivo
              thru 2034-procura-motivo-exit
               varying ven-motivo-ix from 1 by 1
               until ven-motivo-ix > pmp-qtde-motivos
                  or ven-motivo-aprovado
           if not ven-motivo-aprovado
              display "Motivo de preco nao aprovado." at 1610
              move spaces to ven-motivo-preco
              go to 2039-aceita-preco-praticado
           end-if
           move ven-valor-praticado to ven-valor-digitado.
       2039-aceita-preco-praticado-exit.
           exit.

       2034-procura-motivo.
           if pmp-codigo(ven-motivo-ix) = ven-motivo-preco
              set ven-motivo-aprovado to true
           end-if.
       2034-procura-motivo-exit.
           exit.

       2040-grava-transacao.
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Transacao nao gravada." at 1610
              go to 2040-grava-transacao-exit
           end-if
           move ven-codigo-digitado to vt-codigo
           move vdr-nome to vt-nome
           move ven-valor-digitado to vt-valor-venda
           move ven-filial-digitada to vt-filial
           move zeros to vt-pct-1 vt-codigo-2 vt-pct-2
                          vt-codigo-3 vt-pct-3
           move space to vt-ajuste-sinal
           move ven-motivo-preco to vt-ajuste-motivo
           move ven-produto-digitado to vt-produto
           move ven-qtde-produto to vt-quantidade
           move ven-voucher-digitado to vt-voucher
           move ven-condicao-digitada to vt-condicao-pagto
           move ven-parcelas-digitadas to vt-qtde-parcelas
           move ven-nota-origem to vt-nota-origem
           write vt-transacao
           add 1 to ven-qtde-digitadas
           if vt-devolucao
           accept entra at 2140.
       2900-espera-operador-exit.
           exit.

       copy JANPROC.
