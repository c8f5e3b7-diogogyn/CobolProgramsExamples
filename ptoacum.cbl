      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. ptoacum.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Apuracao dos pontos de fidelidade: cada  *
      *                    venda aplicada com cliente identificado  *
      *                    em VENDHIST.DAT credita pontos por real  *
      *                    vendido em PONTOMOV.DAT e cada devolucao *
      *                    estorna os pontos, consumindo os         *
      *                    creditos mais antigos.  Chave por        *
      *                    cliente + periodo + lote + posicao no    *
      *                    lote - a apuracao e reexecutavel sem     *
      *                    duplicar movimento.  Em seguida vence os *
      *                    creditos cujo prazo (PONTOCFG.DAT) ja    *
      *                    passou, num movimento de expiracao por   *
      *                    cliente no mes da data de negocio.       *
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
           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is pac-status-hist.

           select pontos-movimento assign to "PONTOMOV"
               organization is indexed
               access mode is dynamic
               record key is ptm-chave
               file status is pac-status-mov.

           select pontos-config assign to "PONTOCFG.DAT"
               organization is line sequential
               file status is pac-status-config.

           select apuracao-relatorio assign to "PTOACUM.RPT"
               organization is line sequential
               file status is pac-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  venda-historico.
           copy HISTREC.

       fd  pontos-movimento.
           copy PTOMOV.

       fd  pontos-config.
           copy PTOCFG.

       fd  apuracao-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  pac-status-hist      pic x(02) value spaces.
           88  pac-fim-hist            value "10".
       77  pac-status-mov       pic x(02) value spaces.
       77  pac-status-config    pic x(02) value spaces.
       77  pac-status-relat     pic x(02) value spaces.

       77  pac-err-programa     pic x(08) value "PTOACUM ".
       77  pac-err-arquivo      pic x(12) value spaces.
       77  pac-err-paragrafo    pic x(30) value spaces.

       77  pac-data-real        pic 9(08) value zeros.
       77  pac-data-negocio     pic 9(08) value zeros.
       77  pac-periodo-atual    pic 9(06) value zeros.

      *-----------------------------------------------------------*
      * Regra vigente (PONTOCFG.DAT ou padrao).                    *
      *-----------------------------------------------------------*
       77  pac-pontos-por-real  pic 9(03) value 1.
       77  pac-meses-validade   pic 9(02) value 12.

      *-----------------------------------------------------------*
      * Posicao sequencial da transacao dentro do lote corrente,   *
      * contada como no CRGERA: toda linha do historico conta,     *
      * e a contagem recomeca a cada troca de periodo/lote.        *
      *-----------------------------------------------------------*
       77  pac-periodo-anterior pic 9(06) value zeros.
       77  pac-lote-anterior    pic 9(05) value zeros.
       77  pac-seq-no-lote      pic 9(09) value zeros.

      *-----------------------------------------------------------*
      * Vencimento do credito: mes da venda mais os meses de       *
      * validade.                                                  *
      *-----------------------------------------------------------*
       77  pac-meses            pic 9(04) value zeros.
       77  pac-anos             pic 9(04) value zeros.
       77  pac-resto-meses      pic 9(02) value zeros.
       01  pac-mes-calculo.
           05  pac-mc-ano            pic 9(04).
           05  pac-mc-mes            pic 9(02).
       01  pac-mes-calculo-r redefines pac-mes-calculo
                                     pic 9(06).

      *-----------------------------------------------------------*
      * Baixa de pontos nos creditos mais antigos: cliente, total  *
      * a baixar, mes de referencia (credito vencido antes dele    *
      * nao e consumido) e total efetivamente baixado.  O          *
      * movimento de debito fica guardado enquanto os creditos     *
      * sao percorridos.                                           *
      *-----------------------------------------------------------*
       77  pac-cliente-baixa    pic 9(05) value zeros.
       77  pac-a-baixar         pic 9(09) value zeros.
       77  pac-baixados         pic 9(09) value zeros.
       77  pac-falta            pic 9(09) value zeros.
       77  pac-periodo-ref      pic 9(06) value zeros.
       01  pac-mov-guardado          pic x(81).

      *-----------------------------------------------------------*
      * Pontos vencidos na corrida, por cliente, gravados como um  *
      * movimento de expiracao depois da varredura.  Credito que   *
      * nao cabe na tabela fica para a proxima apuracao.           *
      *-----------------------------------------------------------*
       01  pac-tabela-expiracao.
           05  pac-qtde-expirados    pic 9(04) value zeros.
           05  pac-expirado          occurs 5000 times.
               10  pac-ex-cliente    pic 9(05).
               10  pac-ex-pontos     pic 9(09).
       77  pac-ex-indice        pic 9(04) value zeros.
       77  pac-ex-posicao       pic 9(04) value zeros.

       77  pac-qtde-lidas       pic 9(07) value zeros.
       77  pac-qtde-creditos    pic 9(07) value zeros.
       77  pac-qtde-estornos    pic 9(07) value zeros.
       77  pac-qtde-existentes  pic 9(07) value zeros.
       77  pac-qtde-sem-cliente pic 9(07) value zeros.
       77  pac-qtde-adiados     pic 9(07) value zeros.
       77  pac-pontos-creditados pic 9(11) value zeros.
       77  pac-pontos-estornados pic 9(11) value zeros.
       77  pac-pontos-expirados pic 9(11) value zeros.

       01  cab-apuracao.
           05  filler                pic x(40) value
                  "APURACAO DE PONTOS DE FIDELIDADE - MES ".
           05  cap-periodo           pic 9(06).
           05  filler                pic x(09) value "  DATA: ".
           05  cap-data              pic 9(08).
       01  linha-conta-apu.
           05  lca-descricao         pic x(40).
           05  filler                pic x(02) value spaces.
           05  lca-quantidade        pic zz.zzz.zzz.zz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using pac-data-real pac-data-negocio
           end-call
           compute pac-periodo-atual = pac-data-negocio / 100
           perform 1200-le-config thru 1200-le-config-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-processa-historico
              thru 2000-processa-historico-exit
               until pac-fim-hist
           perform 3000-vence-creditos thru 3000-vence-creditos-exit
           perform 3100-grava-expiracao thru 3100-grava-expiracao-exit
               varying pac-ex-indice from 1 by 1
               until pac-ex-indice > pac-qtde-expirados
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close venda-historico pontos-movimento apuracao-relatorio
           if pac-qtde-adiados > zeros
              display "PTOACUM: " pac-qtde-adiados
                      " creditos vencidos ficaram para a proxima"
                      " apuracao (tabela de clientes cheia)"
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           move "1000-ABRIR-ARQUIVOS" to pac-err-paragrafo
           open input venda-historico
           if pac-status-hist not = "00"
              move "VENDHIST" to pac-err-arquivo
              call "FILERR" using pac-err-programa pac-err-arquivo
                                   pac-status-hist pac-err-paragrafo
              end-call
           end-if
           open i-o pontos-movimento
           if pac-status-mov = "35"
              open output pontos-movimento
              close pontos-movimento
              open i-o pontos-movimento
           end-if
           if pac-status-mov not = "00"
              move "PONTOMOV" to pac-err-arquivo
              call "FILERR" using pac-err-programa pac-err-arquivo
                                   pac-status-mov pac-err-paragrafo
              end-call
           end-if
           open output apuracao-relatorio
           move pac-periodo-atual to cap-periodo
           move pac-data-negocio to cap-data
           write linha-relatorio from cab-apuracao
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * PONTOCFG.DAT: campo ausente, nao numerico ou zerado vale   *
      * o padrao.                                                  *
      *-----------------------------------------------------------*
       1200-le-config.
           open input pontos-config
           if pac-status-config not = "00"
              go to 1200-le-config-exit
           end-if
           read pontos-config
               at end
                   move zeros to ptc-registro
           end-read
           close pontos-config
           if ptc-pontos-por-real is numeric
              and ptc-pontos-por-real > zeros
              move ptc-pontos-por-real to pac-pontos-por-real
           end-if
           if ptc-meses-validade is numeric
              and ptc-meses-validade > zeros
              move ptc-meses-validade to pac-meses-validade
           end-if.
       1200-le-config-exit.
           exit.

       2000-processa-historico.
           read venda-historico
               at end
                   set pac-fim-hist to true
               not at end
                   add 1 to pac-qtde-lidas
                   perform 2010-avalia-transacao
                      thru 2010-avalia-transacao-exit
           end-read.
       2000-processa-historico-exit.
           exit.

      *-----------------------------------------------------------*
      * Avalia uma linha do historico: venda com cliente credita,  *
      * devolucao com cliente estorna; as demais linhas (ajuste,   *
      * override, bonus) so contam a posicao no lote.              *
      *-----------------------------------------------------------*
       2010-avalia-transacao.
           if hst-periodo not = pac-periodo-anterior
              or hst-lote not = pac-lote-anterior
              move hst-periodo to pac-periodo-anterior
              move hst-lote to pac-lote-anterior
              move zeros to pac-seq-no-lote
           end-if
           add 1 to pac-seq-no-lote
           if not hst-venda and not hst-devolucao
              go to 2010-avalia-transacao-exit
           end-if
           if hst-cliente = zeros
              add 1 to pac-qtde-sem-cliente
              go to 2010-avalia-transacao-exit
           end-if
           move hst-cliente to ptm-cliente
           move hst-periodo to ptm-periodo
           move hst-lote to ptm-lote
           move pac-seq-no-lote to ptm-sequencial
           read pontos-movimento
               invalid key
                   continue
               not invalid key
                   add 1 to pac-qtde-existentes
                   go to 2010-avalia-transacao-exit
           end-read
           if hst-venda
              perform 2020-credita-venda thru 2020-credita-venda-exit
           else
              perform 2030-estorna-devolucao
                 thru 2030-estorna-devolucao-exit
           end-if.
       2010-avalia-transacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Credito da venda: parte inteira do valor vezes os pontos   *
      * por real, valendo ate o fim do mes da venda mais os meses  *
      * de validade.                                               *
      *-----------------------------------------------------------*
       2020-credita-venda.
           compute pac-a-baixar = hst-valor * pac-pontos-por-real
           if pac-a-baixar = zeros
              go to 2020-credita-venda-exit
           end-if
           move hst-periodo to pac-mes-calculo-r
           compute pac-meses = pac-mc-mes - 1 + pac-meses-validade
           divide pac-meses by 12 giving pac-anos
                  remainder pac-resto-meses
           add pac-anos to pac-mc-ano
           compute pac-mc-mes = pac-resto-meses + 1
           move hst-cliente to ptm-cliente
           move hst-periodo to ptm-periodo
           move hst-lote to ptm-lote
           move pac-seq-no-lote to ptm-sequencial
           move "C" to ptm-tipo
           move hst-data-aplicacao to ptm-data
           move pac-a-baixar to ptm-pontos ptm-restantes
           move pac-mes-calculo-r to ptm-vencimento
           move hst-valor to ptm-valor
           move zeros to ptm-vale
           move hst-vendedor to ptm-vendedor
           write ptm-registro
               invalid key
                   add 1 to pac-qtde-existentes
               not invalid key
                   add 1 to pac-qtde-creditos
                   add ptm-pontos to pac-pontos-creditados
           end-write.
       2020-credita-venda-exit.
           exit.

      *-----------------------------------------------------------*
      * Estorno da devolucao: os pontos que a venda teria rendido  *
      * saem dos creditos mais antigos ainda validos no mes da     *
      * devolucao - so o que houver de saldo, nunca abaixo de      *
      * zero.  O movimento registra o que foi baixado.             *
      *-----------------------------------------------------------*
       2030-estorna-devolucao.
           compute pac-a-baixar = hst-valor * pac-pontos-por-real
           if pac-a-baixar = zeros
              go to 2030-estorna-devolucao-exit
           end-if
           move hst-cliente to ptm-cliente
           move hst-periodo to ptm-periodo
           move hst-lote to ptm-lote
           move pac-seq-no-lote to ptm-sequencial
           move "D" to ptm-tipo
           move hst-data-aplicacao to ptm-data
           move zeros to ptm-pontos ptm-restantes ptm-vencimento
           move hst-valor to ptm-valor
           move zeros to ptm-vale
           move hst-vendedor to ptm-vendedor
           move ptm-registro to pac-mov-guardado
           move hst-cliente to pac-cliente-baixa
           move hst-periodo to pac-periodo-ref
           perform 2100-baixa-creditos thru 2100-baixa-creditos-exit
           move pac-mov-guardado to ptm-registro
           move pac-baixados to ptm-pontos
           write ptm-registro
               invalid key
                   add 1 to pac-qtde-existentes
               not invalid key
                   add 1 to pac-qtde-estornos
                   add ptm-pontos to pac-pontos-estornados
           end-write.
       2030-estorna-devolucao-exit.
           exit.

      *-----------------------------------------------------------*
      * Consome PAC-A-BAIXAR pontos dos creditos do cliente, do    *
      * mais antigo para o mais novo (ordem da chave), pulando os  *
      * vencidos antes do mes de referencia.                       *
      *-----------------------------------------------------------*
       2100-baixa-creditos.
           move zeros to pac-baixados
           move pac-cliente-baixa to ptm-cliente
           move zeros to ptm-periodo ptm-lote ptm-sequencial
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to pac-status-mov
           end-start
           perform 2110-baixa-um-credito
              thru 2110-baixa-um-credito-exit
               until pac-status-mov not = "00"
                  or pac-baixados = pac-a-baixar
           move "00" to pac-status-mov.
       2100-baixa-creditos-exit.
           exit.

       2110-baixa-um-credito.
           read pontos-movimento next record
               at end
                   move "10" to pac-status-mov
                   go to 2110-baixa-um-credito-exit
           end-read
           if ptm-cliente not = pac-cliente-baixa
              move "10" to pac-status-mov
              go to 2110-baixa-um-credito-exit
           end-if
           if not ptm-credito or ptm-restantes = zeros
              or ptm-vencimento < pac-periodo-ref
              go to 2110-baixa-um-credito-exit
           end-if
           compute pac-falta = pac-a-baixar - pac-baixados
           if ptm-restantes > pac-falta
              subtract pac-falta from ptm-restantes
              add pac-falta to pac-baixados
           else
              add ptm-restantes to pac-baixados
              move zeros to ptm-restantes
           end-if
           rewrite ptm-registro
               invalid key
                   continue
           end-rewrite.
       2110-baixa-um-credito-exit.
           exit.

      *-----------------------------------------------------------*
      * Vencimento: credito com saldo cujo mes de validade ja      *
      * passou (anterior ao mes da data de negocio) e zerado, e o  *
      * saldo vai para a expiracao do cliente.                     *
      *-----------------------------------------------------------*
       3000-vence-creditos.
           move low-values to ptm-chave
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to pac-status-mov
           end-start
           perform 3010-avalia-credito thru 3010-avalia-credito-exit
               until pac-status-mov not = "00"
           move "00" to pac-status-mov.
       3000-vence-creditos-exit.
           exit.

       3010-avalia-credito.
           read pontos-movimento next record
               at end
                   move "10" to pac-status-mov
                   go to 3010-avalia-credito-exit
           end-read
           if not ptm-credito or ptm-restantes = zeros
              or ptm-vencimento not < pac-periodo-atual
              go to 3010-avalia-credito-exit
           end-if
           perform 3020-localiza-cliente
              thru 3020-localiza-cliente-exit
           if pac-ex-posicao = zeros
              add 1 to pac-qtde-adiados
              go to 3010-avalia-credito-exit
           end-if
           add ptm-restantes to pac-ex-pontos(pac-ex-posicao)
           move zeros to ptm-restantes
           rewrite ptm-registro
               invalid key
                   continue
           end-rewrite.
       3010-avalia-credito-exit.
           exit.

       3020-localiza-cliente.
           move zeros to pac-ex-posicao
           perform 3030-compara-cliente
              thru 3030-compara-cliente-exit
               varying pac-ex-indice from 1 by 1
               until pac-ex-indice > pac-qtde-expirados
                  or pac-ex-posicao > zeros
           if pac-ex-posicao = zeros
              and pac-qtde-expirados < 5000
              add 1 to pac-qtde-expirados
              move pac-qtde-expirados to pac-ex-posicao
              move ptm-cliente to pac-ex-cliente(pac-ex-posicao)
              move zeros to pac-ex-pontos(pac-ex-posicao)
           end-if.
       3020-localiza-cliente-exit.
           exit.

       3030-compara-cliente.
           if pac-ex-cliente(pac-ex-indice) = ptm-cliente
              move pac-ex-indice to pac-ex-posicao
           end-if.
       3030-compara-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Um movimento de expiracao por cliente e mes; segunda       *
      * apuracao no mesmo mes soma ao movimento ja gravado.        *
      *-----------------------------------------------------------*
       3100-grava-expiracao.
           add pac-ex-pontos(pac-ex-indice) to pac-pontos-expirados
           move pac-ex-cliente(pac-ex-indice) to ptm-cliente
           move pac-periodo-atual to ptm-periodo
           move zeros to ptm-lote ptm-sequencial
           read pontos-movimento
               invalid key
                   move "E" to ptm-tipo
                   move pac-data-negocio to ptm-data
                   move pac-ex-pontos(pac-ex-indice) to ptm-pontos
                   move zeros to ptm-restantes ptm-vencimento
                                 ptm-valor ptm-vale ptm-vendedor
                   write ptm-registro
                       invalid key
                           continue
                   end-write
               not invalid key
                   add pac-ex-pontos(pac-ex-indice) to ptm-pontos
                   move pac-data-negocio to ptm-data
                   rewrite ptm-registro
                       invalid key
                           continue
                   end-rewrite
           end-read.
       3100-grava-expiracao-exit.
           exit.

       4000-imprime-totais.
           move "TRANSACOES LIDAS DO HISTORICO:" to lca-descricao
           move pac-qtde-lidas to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "VENDAS CREDITADAS:" to lca-descricao
           move pac-qtde-creditos to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "PONTOS CREDITADOS:" to lca-descricao
           move pac-pontos-creditados to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "DEVOLUCOES ESTORNADAS:" to lca-descricao
           move pac-qtde-estornos to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "PONTOS ESTORNADOS:" to lca-descricao
           move pac-pontos-estornados to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "TRANSACOES JA APURADAS (PULADAS):" to lca-descricao
           move pac-qtde-existentes to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "VENDAS/DEVOLUCOES SEM CLIENTE (FORA):"
             to lca-descricao
           move pac-qtde-sem-cliente to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "CLIENTES COM PONTOS VENCIDOS:" to lca-descricao
           move pac-qtde-expirados to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "PONTOS VENCIDOS:" to lca-descricao
           move pac-pontos-expirados to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           move "CREDITOS VENCIDOS ADIADOS:" to lca-descricao
           move pac-qtde-adiados to lca-quantidade
           write linha-relatorio from linha-conta-apu
               after advancing 1 line
           display "PTOACUM: " pac-qtde-creditos " creditos e "
                   pac-qtde-estornos " estornos gravados.".
       4000-imprime-totais-exit.
           exit.
