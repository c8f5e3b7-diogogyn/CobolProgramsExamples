      *                    cobranca deixa de reconstruir a          *
      *                    carteira numa planilha a partir dos      *
      *                    extratos.                                *
      * 15/10/2026 EQP     Condicao de pagamento da venda: a vista  *
      *                    e 30 dias geram um titulo, o parcelado   *
      *                    um titulo por parcela mensal (chave com  *
      *                    CR-PARCELA), cada um com vencimento      *
      *                    proprio; a sobra do arredondamento vai   *
      *                    na ultima parcela.                       *
      * 15/10/2026 EQP     Comissao no recebimento: titulo gerado   *
      *                    de venda com comissao retida             *
      *                    (HST-COMISSAO-RETIDA) abre a pendencia   *
      *                    em COMPEND.DAT com a parte da comissao   *
      *                    da parcela, liberada na liquidacao do    *
      *                    titulo; contagem e valor retido nos      *
      *                    totais.                                  *
      * 15/10/2026 EQP     Ao fim da corrida registra programa,     *
      *                    periodo, retorno e ocorrencias em        *
      *                    EXECLOG.DAT (subrotina EXECREG) para o   *
      *                    checklist de fechamento do mes           *
      *                    (MESFECH).                               *
      * 15/10/2026 EQP     Linhas de bonus de concurso ("B") e de   *
      *                    override de supervisao ("O") deixam de   *
      *                    ser contadas como vendas sem cliente;    *
      *                    saem em contagem propria no relatorio.   *
      * 15/10/2026 EQP     A comissao retida de cada parcela e      *
      *                    acumulada para toda parcela, gerada ou   *
      *                    ja existente, e a pendencia da ultima    *
      *                    parcela fica so com o resto na           *
      *                    reexecucao parcial.                      *
      *-----------------------------------------------------------*

      *****************************************************************
               alternate record key is cli-telefone
               file status is crg-status-cliente.

           select comissao-pendente assign to "COMPEND"
               organization is indexed
               access mode is dynamic
               record key is cpn-chave-titulo
               file status is crg-status-pend.

           select geracao-relatorio assign to "CRGERA.RPT"
               organization is line sequential
               file status is crg-status-relat.
       fd  cliente-mestre.
           copy CLIREC.

       fd  comissao-pendente.
           copy COMPEND.

       fd  geracao-relatorio.
       01  linha-relatorio           pic x(100).

       77  crg-status-cliente   pic x(02) value spaces.
           88  crg-cliente-ok          value "00".
       77  crg-status-relat     pic x(02) value spaces.
       77  crg-status-pend      pic x(02) value spaces.

       77  crg-err-programa     pic x(08) value "CRGERA  ".
       77  crg-err-arquivo      pic x(12) value spaces.
       77  crg-lote-anterior    pic 9(05) value zeros.
       77  crg-seq-no-lote      pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Desdobramento da venda em parcelas e calculo do            *
      * vencimento de cada uma (mes somado a data da venda, dia    *
      * limitado ao ultimo dia do mes de vencimento).              *
      *-----------------------------------------------------------*
       77  crg-qtde-parcelas    pic 9(02) value zeros.
       77  crg-parcela          pic 9(02) value zeros.
       77  crg-valor-parcela    pic 9(07)v99 value zeros.
       77  crg-valor-acumulado  pic 9(07)v99 value zeros.
       77  crg-dias-venda       pic 9(07) value zeros.
       77  crg-meses            pic 9(04) value zeros.
       77  crg-anos             pic 9(04) value zeros.
       77  crg-resto-meses      pic 9(02) value zeros.
       77  crg-dia-limite       pic 9(02) value zeros.
       01  crg-data-calculo.
           05  crg-dc-ano            pic 9(04).
           05  crg-dc-mes            pic 9(02).
           05  crg-dc-dia            pic 9(02).
       01  crg-data-calculo-r redefines crg-data-calculo
                                     pic 9(08).

       77  crg-qtde-lidas       pic 9(07) value zeros.
       77  crg-qtde-geradas     pic 9(07) value zeros.
       77  crg-qtde-existentes  pic 9(07) value zeros.
       77  crg-qtde-sem-cliente pic 9(07) value zeros.
       77  crg-qtde-derivadas   pic 9(07) value zeros.
       77  crg-qtde-devolucoes  pic 9(07) value zeros.
       77  crg-valor-gerado     pic 9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Comissao retida no recebimento repartida pelas parcelas    *
      * da venda (sobra do arredondamento na ultima).              *
      *-----------------------------------------------------------*
       77  crg-comissao-parcela pic 9(07)v99 value zeros.
       77  crg-comissao-acumulada pic 9(07)v99 value zeros.
       77  crg-comissao-titulo  pic 9(07)v99 value zeros.
       77  crg-qtde-pendencias  pic 9(07) value zeros.
       77  crg-valor-retido     pic 9(011)v99 value zeros.
       77  crg-data-real        pic 9(08) value zeros.
       77  crg-data-negocio     pic 9(08) value zeros.
       77  crg-exec-periodo     pic 9(06) value zeros.
       77  crg-exec-retorno     pic 9(04) value zeros.
       77  crg-exec-ocorrencias pic 9(07) value zeros.

       01  cab-geracao.
           05  filler                pic x(42) value
                  "GERACAO DE TITULOS DE CONTAS A RECEBER".
           05  filler                pic x(02) value spaces.
           05  lcg-quantidade        pic zzzzzz9.
       01  linha-valor-ger.
           05  lvg-descricao         pic x(34) value
                  "VALOR DOS TITULOS GERADOS:".
           05  filler                pic x(02) value spaces.
           05  lvg-valor             pic zz.zzz.zzz.zz9,99.
               until crg-fim-hist
           perform 3000-imprime-totais thru 3000-imprime-totais-exit
           close venda-historico contas-receber cliente-mestre
                 comissao-pendente geracao-relatorio
           perform 9000-registra-execucao
              thru 9000-registra-execucao-exit
           stop run.

       1000-abrir-arquivos.
                                   crg-err-paragrafo
              end-call
           end-if
           open i-o comissao-pendente
           if crg-status-pend = "35"
              open output comissao-pendente
              close comissao-pendente
              open i-o comissao-pendente
           end-if
           if crg-status-pend not = "00"
              move "COMPEND" to crg-err-arquivo
              call "FILERR" using crg-err-programa crg-err-arquivo
                                   crg-status-pend crg-err-paragrafo
              end-call
           end-if
           open output geracao-relatorio
           write linha-relatorio from cab-geracao
           move spaces to linha-relatorio
      * Avalia uma linha do historico: so venda com cliente        *
      * identificado vira titulo; devolucao e venda sem cliente    *
      * sao contadas e ficam de fora (a devolucao segue tratada    *
      * como abatimento manual pela cobranca).  Linha de bonus de  *
      * concurso ou de override de supervisao nao e transacao:     *
      * tem contagem propria e nao entra nas vendas sem cliente.   *
      *-----------------------------------------------------------*
       2010-avalia-transacao.
           if hst-periodo not = crg-periodo-anterior
              move zeros to crg-seq-no-lote
           end-if
           add 1 to crg-seq-no-lote
           if hst-bonus or hst-override
              add 1 to crg-qtde-derivadas
              go to 2010-avalia-transacao-exit
           end-if
           if hst-devolucao
              add 1 to crg-qtde-devolucoes
              go to 2010-avalia-transacao-exit
       2010-avalia-transacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Abre os titulos da venda: um so na venda a vista ou a 30   *
      * dias, um por parcela no parcelado.  Cada parcela e gravada *
      * com a propria chave - parcela ja existente e pulada, o que *
      * mantem a geracao reexecutavel.                             *
      *-----------------------------------------------------------*
       2020-gera-titulo.
           move hst-cliente to cli-codigo
           read cliente-mestre
               invalid key
               not invalid key
                   move cli-filial to cr-filial
           end-read
           move 1 to crg-qtde-parcelas
           if hst-parcelado and hst-qtde-parcelas is numeric
              and hst-qtde-parcelas > 1
              move hst-qtde-parcelas to crg-qtde-parcelas
           end-if
           compute crg-valor-parcela =
                   hst-valor / crg-qtde-parcelas
           move zeros to crg-valor-acumulado
           compute crg-comissao-parcela =
                   hst-comissao / crg-qtde-parcelas
           move zeros to crg-comissao-acumulada
           perform 2030-gera-parcela thru 2030-gera-parcela-exit
               varying crg-parcela from 1 by 1
                 until crg-parcela > crg-qtde-parcelas.
       2020-gera-titulo-exit.
           exit.

       2030-gera-parcela.
           move hst-periodo to cr-periodo
           move hst-lote to cr-lote
           move crg-seq-no-lote to cr-sequencial
           move crg-parcela to cr-parcela
           move hst-cliente to cr-cliente
           move hst-vendedor to cr-vendedor
           move hst-data-aplicacao to cr-data-venda
           if crg-parcela = crg-qtde-parcelas
              compute cr-valor-original =
                      hst-valor - crg-valor-acumulado
           else
              move crg-valor-parcela to cr-valor-original
           end-if
           add cr-valor-original to crg-valor-acumulado
           if crg-parcela = crg-qtde-parcelas
              compute crg-comissao-titulo =
                      hst-comissao - crg-comissao-acumulada
           else
              move crg-comissao-parcela to crg-comissao-titulo
           end-if
           add crg-comissao-titulo to crg-comissao-acumulada
           move crg-qtde-parcelas to cr-qtde-parcelas
           perform 2040-calcula-vencimento
              thru 2040-calcula-vencimento-exit
           move zeros to cr-valor-pago
           move "A" to cr-situacao
           move zeros to cr-data-liquidacao
           move "V" to cr-tipo-titulo
           move zeros to cr-titulo-origem cr-data-ult-encargo
           move "N" to cr-multa-cobrada
           move zeros to cr-data-remessa
           move zeros to cr-nivel-cobranca
           write cr-registro
               invalid key
                   add 1 to crg-qtde-existentes
               not invalid key
                   add 1 to crg-qtde-geradas
                   add cr-valor-original to crg-valor-gerado
                   if hst-com-retida
                      perform 2035-abre-pendencia
                         thru 2035-abre-pendencia-exit
                   end-if
           end-write.
       2030-gera-parcela-exit.
           exit.

      *-----------------------------------------------------------*
      * Venda com comissao retida no recebimento: abre a           *
      * pendencia do titulo recem-gerado com a parte da comissao   *
      * que cabe a parcela, liberada pela COMLIBER na liquidacao.  *
      * A parte e apurada no 2030 para toda parcela, gravada ou ja *
      * existente, e a ultima fica com o resto.                    *
      *-----------------------------------------------------------*
       2035-abre-pendencia.
           move cr-chave to cpn-chave-titulo
           move hst-vendedor to cpn-vendedor
           move hst-cliente to cpn-cliente
           move cr-valor-original to cpn-valor-titulo
           move hst-taxa-aplicada to cpn-taxa-aplicada
           move crg-comissao-titulo to cpn-comissao
           move hst-data-aplicacao to cpn-data-venda
           move "R" to cpn-situacao
           move zeros to cpn-data-liberacao cpn-periodo-liberacao
           move spaces to cpn-operador
           move zeros to cpn-supervisor cpn-override
           write cpn-registro
               invalid key
                   continue
               not invalid key
                   add 1 to crg-qtde-pendencias
                   add cpn-comissao to crg-valor-retido
           end-write.
       2035-abre-pendencia-exit.
           exit.

      *-----------------------------------------------------------*
      * Vencimento: a vista vence na propria venda, 30 dias soma   *
      * 30 dias corridos e a parcela N do parcelado vence N meses  *
      * depois da venda, no mesmo dia (ou no ultimo dia do mes,    *
      * quando ele for mais curto).                                *
      *-----------------------------------------------------------*
       2040-calcula-vencimento.
           evaluate true
               when hst-30-dias
                   move function integer-of-date(hst-data-aplicacao)
                        to crg-dias-venda
                   add 30 to crg-dias-venda
                   move function date-of-integer(crg-dias-venda)
                        to cr-data-vencimento
               when hst-parcelado and crg-qtde-parcelas > 1
                   move hst-data-aplicacao to crg-data-calculo-r
                   compute crg-meses = crg-dc-mes - 1 + crg-parcela
                   divide crg-meses by 12 giving crg-anos
                          remainder crg-resto-meses
                   add crg-anos to crg-dc-ano
                   compute crg-dc-mes = crg-resto-meses + 1
                   move crg-dc-dia to crg-dia-limite
                   move 1 to crg-dc-dia
                   perform 2045-ultimo-dia-mes
                      thru 2045-ultimo-dia-mes-exit
                   move crg-data-calculo-r to cr-data-vencimento
               when other
                   move hst-data-aplicacao to cr-data-vencimento
           end-evaluate.
       2040-calcula-vencimento-exit.
           exit.

       2045-ultimo-dia-mes.
           if crg-dc-mes = 12
              move 31 to crg-dc-dia
           else
              add 1 to crg-dc-mes
              move function integer-of-date(crg-data-calculo-r)
                   to crg-dias-venda
              subtract 1 from crg-dias-venda
              move function date-of-integer(crg-dias-venda)
                   to crg-data-calculo-r
           end-if
           if crg-dia-limite < crg-dc-dia
              move crg-dia-limite to crg-dc-dia
           end-if.
       2045-ultimo-dia-mes-exit.
           exit.

       3000-imprime-totais.
               after advancing 1 line
           move "DEVOLUCOES (FORA):" to lcg-descricao
           move crg-qtde-devolucoes to lcg-quantidade
           write linha-relatorio from linha-conta-ger
               after advancing 1 line
           move "LINHAS DE BONUS E OVERRIDE (FORA):" to lcg-descricao
           move crg-qtde-derivadas to lcg-quantidade
           write linha-relatorio from linha-conta-ger
               after advancing 1 line
           move crg-valor-gerado to lvg-valor
           write linha-relatorio from linha-valor-ger
               after advancing 1 line
           move "COMISSOES RETIDAS ABERTAS:" to lcg-descricao
           move crg-qtde-pendencias to lcg-quantidade
           write linha-relatorio from linha-conta-ger
               after advancing 1 line
           move "VALOR DA COMISSAO RETIDA:" to lvg-descricao
           move crg-valor-retido to lvg-valor
           write linha-relatorio from linha-valor-ger
               after advancing 1 line
           display "CRGERA: " crg-qtde-geradas " titulos gerados.".
       3000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Registra a corrida em EXECLOG.DAT para o checklist de     *
      * fechamento do mes (MESFECH).  O retorno e devolvido ao    *
      * RETURN-CODE depois do CALL.                               *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           call "BUSDATE" using crg-data-real crg-data-negocio
           end-call
           move crg-data-negocio(1:6) to crg-exec-periodo
           move return-code to crg-exec-retorno
           compute crg-exec-ocorrencias = crg-qtde-sem-cliente
                                        + crg-qtde-pendencias
           call "EXECREG" using crg-err-programa crg-exec-periodo
                                crg-exec-retorno crg-exec-ocorrencias
           end-call
           move crg-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.
