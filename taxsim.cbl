      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. taxsim.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Simulacao de tabela de faixas proposta:  *
      *                    recalcula as linhas de venda (tipo V) do *
      *                    VENDHIST.DAT dos periodos do TAXSIM.PRM  *
      *                    pelo rascunho do TAXASIM.DAT (gravado    *
      *                    pelo TAXMANUT, nunca lido pela aplicacao *
      *                    de vendas) e imprime, por filial e       *
      *                    vendedor, a comissao paga, a simulada e  *
      *                    a diferenca, com totais e os vendedores  *
      *                    que mais ganham e mais perdem - a nova   *
      *                    tabela e medida antes de entrar em       *
      *                    vigor.                                   *
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
           select arq-parametros assign to "TAXSIM.PRM"
               organization is line sequential
               file status is tsm-status-parm.

           select taxa-simulacao assign to "TAXASIM"
               organization is indexed
               access mode is dynamic
               record key is txs-data-vigencia
               file status is tsm-status-simul.

           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is tsm-status-hist.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is tsm-status-vendedor.

           select ordenacao-simulacao assign to "TSMSORT".

           select simulacao-relatorio
               assign to dynamic tsm-nome-relatorio
               organization is line sequential
               file status is tsm-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  taxa-simulacao.
           copy TAXREC replacing leading ==TAX== by ==TXS==.

       fd  venda-historico.
           copy HISTREC.

       fd  vendedor-mestre.
           copy VDRREC.

       sd  ordenacao-simulacao.
       01  stm-registro.
           05  stm-filial            pic 9(03).
           05  stm-vendedor          pic 9(05).
           05  stm-indice            pic 9(04).

       fd  simulacao-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  tsm-status-parm      pic x(02) value spaces.
       77  tsm-status-simul     pic x(02) value spaces.
       77  tsm-status-hist      pic x(02) value spaces.
           88  tsm-fim-hist            value "10".
       77  tsm-status-vendedor  pic x(02) value spaces.
       77  tsm-status-relat     pic x(02) value spaces.
       77  tsm-vendedor-aberto  pic x(01) value "N".
           88  tsm-tem-vendedores      value "S".
       77  tsm-fim-ordenacao    pic x(01) value "N".
           88  tsm-sem-mais-ordem      value "S".
       77  tsm-rascunho         pic x(01) value "N".
           88  tsm-rascunho-achado     value "S".

       77  tsm-data-real        pic 9(08) value zeros.
       77  tsm-data-negocio     pic 9(08) value zeros.
       77  tsm-prm-vigencia     pic x(08) value spaces.
       77  tsm-prm-inicio       pic x(06) value spaces.
       77  tsm-prm-fim          pic x(06) value spaces.
       77  tsm-vigencia         pic 9(08) value zeros.
       77  tsm-periodo-inicio   pic 9(06) value zeros.
       77  tsm-periodo-fim      pic 9(06) value zeros.

       77  tsm-rpt-base         pic x(08) value "TAXSIM  ".
       77  tsm-nome-relatorio   pic x(30) value spaces.
       77  tsm-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Rascunho em simulacao, copiado do TAXASIM.                 *
      *-----------------------------------------------------------*
       01  tsm-tabela-rascunho.
           05  tsm-qtde-faixas       pic 9(01) value zeros.
           05  tsm-faixas.
               10  tsm-faixa         occurs 5 times.
                   15  tsm-limite    pic 9(07)v99.
                   15  tsm-taxa      pic 9v999.
       77  tsm-faixa-indice     pic 9(01) value zeros.
       77  tsm-faixa-achada     pic x(01) value "N".
       77  tsm-taxa-simulada    pic 9v999 value zeros.
       77  tsm-comissao-simulada pic 9(07)v99 value zeros.
       77  tsm-filial-linha     pic 9(03) value zeros.

      *-----------------------------------------------------------*
      * Acumulacao por filial do vendedor (a da data da venda) e   *
      * vendedor.                                                  *
      *-----------------------------------------------------------*
       01  tsm-tabela-acumulada.
           05  tsm-qtde-entradas     pic 9(04) value zeros.
           05  tsm-entrada           occurs 1000 times.
               10  tsm-en-filial     pic 9(03).
               10  tsm-en-vendedor   pic 9(05).
               10  tsm-en-vendas     pic 9(11)v99.
               10  tsm-en-paga       pic 9(09)v99.
               10  tsm-en-simulada   pic 9(09)v99.
       77  tsm-indice           pic 9(04) value zeros.
       77  tsm-posicao          pic 9(04) value zeros.
       77  tsm-qtde-descartadas pic 9(07) value zeros.
       77  tsm-qtde-linhas      pic 9(09) value zeros.

      *-----------------------------------------------------------*
      * Diferenca por vendedor (somadas as filiais) para os        *
      * maiores ganhos e perdas.                                   *
      *-----------------------------------------------------------*
       01  tsm-tabela-vendedores.
           05  tsm-qtde-vendedores   pic 9(04) value zeros.
           05  tsm-vendedor          occurs 1000 times.
               10  tsm-vd-codigo     pic 9(05).
               10  tsm-vd-nome       pic x(30).
               10  tsm-vd-paga       pic 9(09)v99.
               10  tsm-vd-simulada   pic 9(09)v99.
               10  tsm-vd-diferenca  pic s9(09)v99.
               10  tsm-vd-listado    pic x(01).
       77  tsm-vd-indice        pic 9(04) value zeros.
       77  tsm-vd-posicao       pic 9(04) value zeros.
       77  tsm-rank             pic 9(01) value zeros.
       77  tsm-melhor           pic 9(04) value zeros.
       77  tsm-sentido          pic x(01) value spaces.
           88  tsm-procura-ganho       value "G".
           88  tsm-procura-perda       value "P".

       77  tsm-primeiro-reg     pic x(01) value "S".
           88  tsm-primeira-vez        value "S".
       77  tsm-filial-anterior  pic 9(03) value zeros.
       77  tsm-fil-vendas       pic 9(11)v99 value zeros.
       77  tsm-fil-paga         pic 9(11)v99 value zeros.
       77  tsm-fil-simulada     pic 9(11)v99 value zeros.
       77  tsm-ger-vendas       pic 9(11)v99 value zeros.
       77  tsm-ger-paga         pic 9(11)v99 value zeros.
       77  tsm-ger-simulada     pic 9(11)v99 value zeros.

       01  cabecalho-simulacao.
           05  filler                pic x(42) value
                  "SIMULACAO DE TABELA DE FAIXAS - RASCUNHO ".
           05  cs-vigencia           pic 9(08).
           05  filler                pic x(12) value "  PERIODOS: ".
           05  cs-inicio             pic 9(06).
           05  filler                pic x(03) value " A ".
           05  cs-fim                pic 9(06).
           05  filler                pic x(09) value "  DATA: ".
           05  cs-data               pic 9(08).
       01  linha-faixa-rascunho.
           05  filler                pic x(10) value "  FAIXA ".
           05  lfr-faixa             pic 9.
           05  filler                pic x(06) value "  ATE ".
           05  lfr-limite            pic z.zzz.zz9,99.
           05  filler                pic x(08) value "  TAXA ".
           05  lfr-taxa              pic 9,999.
       01  cabecalho-filial-simulacao.
           05  filler                pic x(08) value "FILIAL: ".
           05  cfs-filial            pic 999.
       01  cabecalho-colunas-simulacao.
           05  filler                pic x(48) value
                  "VEND. NOME                                VENDAS".
           05  filler                pic x(41) value
                  "        COMISSAO PAGA   COMISSAO SIMULADA".
           05  filler                pic x(21) value
                  "            DIFERENCA".
       01  linha-detalhe-simulacao.
           05  lds-vendedor          pic zzzz9.
           05  filler                pic x(01) value space.
           05  lds-nome              pic x(24).
           05  filler                pic x(01) value space.
           05  lds-vendas            pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  lds-paga              pic zzz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lds-simulada          pic zzz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lds-diferenca         pic -zzz.zzz.zzz.zz9,99.
       01  linha-ranking-simulacao.
           05  lrs-posicao           pic 9.
           05  filler                pic x(02) value ". ".
           05  lrs-vendedor          pic zzzz9.
           05  filler                pic x(01) value space.
           05  lrs-nome              pic x(30).
           05  filler                pic x(07) value " PAGA ".
           05  lrs-paga              pic zzz.zzz.zz9,99.
           05  filler                pic x(11) value "  SIMULADA ".
           05  lrs-simulada          pic zzz.zzz.zz9,99.
           05  filler                pic x(07) value "  DIF. ".
           05  lrs-diferenca         pic -zzz.zzz.zz9,99.
       01  linha-aviso-simulacao.
           05  las-texto             pic x(80).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using tsm-data-real tsm-data-negocio
           end-call
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1200-carrega-rascunho
              thru 1200-carrega-rascunho-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           open input vendedor-mestre
           if tsm-status-vendedor = "00"
              set tsm-tem-vendedores to true
           end-if
           perform 2000-simula-historico
              thru 2000-simula-historico-exit
           if tsm-qtde-entradas = zeros
              move "NENHUMA VENDA NOS PERIODOS ESCOLHIDOS."
                to las-texto
              write linha-relatorio from linha-aviso-simulacao
                  after advancing 2 lines
           else
              sort ordenacao-simulacao
                  on ascending key stm-filial stm-vendedor
                  input procedure 2500-libera-acumulado
                           thru 2500-libera-acumulado-exit
                  output procedure 3000-imprime-simulacao
                           thru 3000-imprime-simulacao-exit
              perform 4000-imprime-ranking
                 thru 4000-imprime-ranking-exit
           end-if
           if tsm-tem-vendedores
              close vendedor-mestre
           end-if
           close simulacao-relatorio
           display "TAXSIM: " tsm-qtde-linhas " vendas simuladas - "
                   "relatorio " tsm-nome-relatorio
           if tsm-qtde-descartadas > zeros
              display "TAXSIM: " tsm-qtde-descartadas
                      " vendas fora da tabela de vendedores"
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * TAXSIM.PRM: vigencia do rascunho;periodo inicial;periodo   *
      * final.  Sem vigencia, o rascunho mais recente; sem         *
      * periodos, o periodo da data de negocio.                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           compute tsm-periodo-inicio = tsm-data-negocio / 100
           move tsm-periodo-inicio to tsm-periodo-fim
           open input arq-parametros
           if tsm-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";"
               into tsm-prm-vigencia tsm-prm-inicio tsm-prm-fim
           end-unstring
           if tsm-prm-vigencia not = spaces
              if tsm-prm-vigencia is not numeric
                 display "TAXSIM: vigencia invalida em TAXSIM.PRM - "
                         tsm-prm-vigencia
                 move 16 to return-code
                 stop run
              end-if
              move tsm-prm-vigencia to tsm-vigencia
           end-if
           if tsm-prm-inicio not = spaces
              if tsm-prm-inicio is not numeric
                 display "TAXSIM: periodo invalido em TAXSIM.PRM - "
                         tsm-prm-inicio
                 move 16 to return-code
                 stop run
              end-if
              move tsm-prm-inicio to tsm-periodo-inicio
              move tsm-prm-inicio to tsm-periodo-fim
           end-if
           if tsm-prm-fim not = spaces
              if tsm-prm-fim is not numeric
                 display "TAXSIM: periodo invalido em TAXSIM.PRM - "
                         tsm-prm-fim
                 move 16 to return-code
                 stop run
              end-if
              move tsm-prm-fim to tsm-periodo-fim
           end-if
           if tsm-periodo-fim < tsm-periodo-inicio
              display "TAXSIM: periodo final anterior ao inicial"
              move 16 to return-code
              stop run
           end-if.
       1100-le-parametro-exit.
           exit.

      *-----------------------------------------------------------*
      * Rascunho pedido pela vigencia, ou o de maior vigencia.     *
      *-----------------------------------------------------------*
       1200-carrega-rascunho.
           open input taxa-simulacao
           if tsm-status-simul not = "00"
              display "TAXSIM: nenhum rascunho em TAXASIM - "
                      "cadastre pelo TAXMANUT"
              move 16 to return-code
              stop run
           end-if
           if tsm-vigencia > zeros
              move tsm-vigencia to txs-data-vigencia
              read taxa-simulacao
                  invalid key
                      continue
                  not invalid key
                      perform 1220-guarda-rascunho
                         thru 1220-guarda-rascunho-exit
              end-read
           else
              move low-values to txs-data-vigencia
              start taxa-simulacao
                  key not less than txs-data-vigencia
                  invalid key
                      move "10" to tsm-status-simul
              end-start
              perform 1210-le-rascunho thru 1210-le-rascunho-exit
                  until tsm-status-simul not = "00"
           end-if
           close taxa-simulacao
           if not tsm-rascunho-achado
              display "TAXSIM: rascunho " tsm-vigencia
                      " nao cadastrado em TAXASIM"
              move 16 to return-code
              stop run
           end-if.
       1200-carrega-rascunho-exit.
           exit.

       1210-le-rascunho.
           read taxa-simulacao next record
               at end
                   move "10" to tsm-status-simul
               not at end
                   perform 1220-guarda-rascunho
                      thru 1220-guarda-rascunho-exit
           end-read.
       1210-le-rascunho-exit.
           exit.

       1220-guarda-rascunho.
           move txs-data-vigencia to tsm-vigencia
           move txs-qtde-faixas to tsm-qtde-faixas
           move txs-faixas to tsm-faixas
           set tsm-rascunho-achado to true.
       1220-guarda-rascunho-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using tsm-rpt-base tsm-nome-relatorio
                                 tsm-rpt-status
           end-call
           if tsm-rpt-status not = "0"
              move "TAXSIM.RPT" to tsm-nome-relatorio
           end-if
           open output simulacao-relatorio
           move tsm-vigencia to cs-vigencia
           move tsm-periodo-inicio to cs-inicio
           move tsm-periodo-fim to cs-fim
           move tsm-data-negocio to cs-data
           write linha-relatorio from cabecalho-simulacao
           perform 1010-imprime-faixa thru 1010-imprime-faixa-exit
               varying tsm-faixa-indice from 1 by 1
               until tsm-faixa-indice > tsm-qtde-faixas.
       1000-abrir-relatorio-exit.
           exit.

       1010-imprime-faixa.
           move tsm-faixa-indice to lfr-faixa
           move tsm-limite(tsm-faixa-indice) to lfr-limite
           move tsm-taxa(tsm-faixa-indice) to lfr-taxa
           write linha-relatorio from linha-faixa-rascunho
               after advancing 1 line.
       1010-imprime-faixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Recalcula cada venda dos periodos pelo rascunho, com a     *
      * mesma regra da aplicacao de vendas: primeira faixa cujo    *
      * limite comporta o valor da linha (a parcela do rateio);    *
      * acima do ultimo limite, a taxa da ultima faixa.            *
      *-----------------------------------------------------------*
       2000-simula-historico.
           open input venda-historico
           if tsm-status-hist not = "00"
              display "TAXSIM: erro ao abrir VENDHIST - status "
                      tsm-status-hist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-historico thru 2010-le-historico-exit
               until tsm-fim-hist
           close venda-historico.
       2000-simula-historico-exit.
           exit.

       2010-le-historico.
           read venda-historico
               at end
                   go to 2010-le-historico-exit
           end-read
           if not hst-venda
              or hst-periodo < tsm-periodo-inicio
              or hst-periodo > tsm-periodo-fim
              go to 2010-le-historico-exit
           end-if
           if hst-filial-vendedor is numeric
              move hst-filial-vendedor to tsm-filial-linha
           else
              move zeros to tsm-filial-linha
           end-if
           move zeros to tsm-posicao
           perform 2030-compara-entrada
              thru 2030-compara-entrada-exit
               varying tsm-indice from 1 by 1
               until tsm-indice > tsm-qtde-entradas
                  or tsm-posicao > zeros
           if tsm-posicao = zeros
              if tsm-qtde-entradas not < 1000
                 add 1 to tsm-qtde-descartadas
                 go to 2010-le-historico-exit
              end-if
              add 1 to tsm-qtde-entradas
              move tsm-qtde-entradas to tsm-posicao
              move tsm-filial-linha to tsm-en-filial(tsm-posicao)
              move hst-vendedor to tsm-en-vendedor(tsm-posicao)
              move zeros to tsm-en-vendas(tsm-posicao)
                            tsm-en-paga(tsm-posicao)
                            tsm-en-simulada(tsm-posicao)
           end-if
           perform 2020-calcula-simulada
              thru 2020-calcula-simulada-exit
           add hst-valor to tsm-en-vendas(tsm-posicao)
           add hst-comissao to tsm-en-paga(tsm-posicao)
           add tsm-comissao-simulada to tsm-en-simulada(tsm-posicao)
           add 1 to tsm-qtde-linhas.
       2010-le-historico-exit.
           exit.

       2020-calcula-simulada.
           move "N" to tsm-faixa-achada
           move tsm-taxa(tsm-qtde-faixas) to tsm-taxa-simulada
           perform 2025-procura-faixa thru 2025-procura-faixa-exit
               varying tsm-faixa-indice from 1 by 1
               until tsm-faixa-indice > tsm-qtde-faixas
                  or tsm-faixa-achada = "S"
           compute tsm-comissao-simulada rounded =
                   hst-valor * tsm-taxa-simulada.
       2020-calcula-simulada-exit.
           exit.

       2025-procura-faixa.
           if hst-valor <= tsm-limite(tsm-faixa-indice)
              move tsm-taxa(tsm-faixa-indice) to tsm-taxa-simulada
              move "S" to tsm-faixa-achada
           end-if.
       2025-procura-faixa-exit.
           exit.

       2030-compara-entrada.
           if tsm-en-filial(tsm-indice) = tsm-filial-linha
              and tsm-en-vendedor(tsm-indice) = hst-vendedor
              move tsm-indice to tsm-posicao
           end-if.
       2030-compara-entrada-exit.
           exit.

       2500-libera-acumulado.
           perform 2510-libera-entrada thru 2510-libera-entrada-exit
               varying tsm-indice from 1 by 1
               until tsm-indice > tsm-qtde-entradas.
       2500-libera-acumulado-exit.
           exit.

       2510-libera-entrada.
           move tsm-en-filial(tsm-indice) to stm-filial
           move tsm-en-vendedor(tsm-indice) to stm-vendedor
           move tsm-indice to stm-indice
           release stm-registro.
       2510-libera-entrada-exit.
           exit.

      *-----------------------------------------------------------*
      * Quebra por filial, com subtotal, e total geral no fim.     *
      *-----------------------------------------------------------*
       3000-imprime-simulacao.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until tsm-sem-mais-ordem
           if not tsm-primeira-vez
              perform 3200-fecha-filial thru 3200-fecha-filial-exit
           end-if
           move "TOTAL GERAL" to lds-nome
           move zeros to lds-vendedor
           move tsm-ger-vendas to lds-vendas
           move tsm-ger-paga to lds-paga
           move tsm-ger-simulada to lds-simulada
           compute lds-diferenca = tsm-ger-simulada - tsm-ger-paga
           write linha-relatorio from linha-detalhe-simulacao
               after advancing 2 lines.
       3000-imprime-simulacao-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-simulacao
               at end
                   set tsm-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if tsm-primeira-vez
              or stm-filial not = tsm-filial-anterior
              if not tsm-primeira-vez
                 perform 3200-fecha-filial
                    thru 3200-fecha-filial-exit
              end-if
              move "N" to tsm-primeiro-reg
              move stm-filial to tsm-filial-anterior
              move zeros to tsm-fil-vendas tsm-fil-paga
                            tsm-fil-simulada
              move stm-filial to cfs-filial
              write linha-relatorio from cabecalho-filial-simulacao
                  after advancing 3 lines
              write linha-relatorio from cabecalho-colunas-simulacao
                  after advancing 2 lines
           end-if
           move stm-indice to tsm-posicao
           move stm-vendedor to lds-vendedor
           move "VENDEDOR NAO CADASTRADO" to lds-nome
           if tsm-tem-vendedores
              move stm-vendedor to vdr-codigo
              read vendedor-mestre
                  invalid key
                      continue
                  not invalid key
                      move vdr-nome to lds-nome
              end-read
           end-if
           move tsm-en-vendas(tsm-posicao) to lds-vendas
           move tsm-en-paga(tsm-posicao) to lds-paga
           move tsm-en-simulada(tsm-posicao) to lds-simulada
           compute lds-diferenca = tsm-en-simulada(tsm-posicao)
                                 - tsm-en-paga(tsm-posicao)
           write linha-relatorio from linha-detalhe-simulacao
               after advancing 1 line
           add tsm-en-vendas(tsm-posicao) to tsm-fil-vendas
           add tsm-en-paga(tsm-posicao) to tsm-fil-paga
           add tsm-en-simulada(tsm-posicao) to tsm-fil-simulada
           perform 3100-soma-vendedor thru 3100-soma-vendedor-exit.
       3010-proximo-ordenado-exit.
           exit.

       3100-soma-vendedor.
           move zeros to tsm-vd-posicao
           perform 3110-compara-vendedor
              thru 3110-compara-vendedor-exit
               varying tsm-vd-indice from 1 by 1
               until tsm-vd-indice > tsm-qtde-vendedores
                  or tsm-vd-posicao > zeros
           if tsm-vd-posicao = zeros
              add 1 to tsm-qtde-vendedores
              move tsm-qtde-vendedores to tsm-vd-posicao
              move stm-vendedor to tsm-vd-codigo(tsm-vd-posicao)
              move lds-nome to tsm-vd-nome(tsm-vd-posicao)
              move zeros to tsm-vd-paga(tsm-vd-posicao)
                            tsm-vd-simulada(tsm-vd-posicao)
                            tsm-vd-diferenca(tsm-vd-posicao)
              move "N" to tsm-vd-listado(tsm-vd-posicao)
           end-if
           add tsm-en-paga(tsm-posicao)
             to tsm-vd-paga(tsm-vd-posicao)
           add tsm-en-simulada(tsm-posicao)
             to tsm-vd-simulada(tsm-vd-posicao)
           compute tsm-vd-diferenca(tsm-vd-posicao) =
                   tsm-vd-simulada(tsm-vd-posicao)
                 - tsm-vd-paga(tsm-vd-posicao).
       3100-soma-vendedor-exit.
           exit.

       3110-compara-vendedor.
           if tsm-vd-codigo(tsm-vd-indice) = stm-vendedor
              move tsm-vd-indice to tsm-vd-posicao
           end-if.
       3110-compara-vendedor-exit.
           exit.

       3200-fecha-filial.
           move "TOTAL DA FILIAL" to lds-nome
           move zeros to lds-vendedor
           move tsm-fil-vendas to lds-vendas
           move tsm-fil-paga to lds-paga
           move tsm-fil-simulada to lds-simulada
           compute lds-diferenca = tsm-fil-simulada - tsm-fil-paga
           write linha-relatorio from linha-detalhe-simulacao
               after advancing 2 lines
           add tsm-fil-vendas to tsm-ger-vendas
           add tsm-fil-paga to tsm-ger-paga
           add tsm-fil-simulada to tsm-ger-simulada.
       3200-fecha-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Os 5 vendedores que mais ganham e os 5 que mais perdem com *
      * o rascunho (diferenca somada em todas as filiais).         *
      *-----------------------------------------------------------*
       4000-imprime-ranking.
           move "OS 5 VENDEDORES QUE MAIS GANHAM COM O RASCUNHO:"
             to las-texto
           write linha-relatorio from linha-aviso-simulacao
               after advancing 3 lines
           set tsm-procura-ganho to true
           perform 4100-proximo-ranking thru 4100-proximo-ranking-exit
               varying tsm-rank from 1 by 1
               until tsm-rank > 5
           move "OS 5 VENDEDORES QUE MAIS PERDEM COM O RASCUNHO:"
             to las-texto
           write linha-relatorio from linha-aviso-simulacao
               after advancing 2 lines
           set tsm-procura-perda to true
           perform 4100-proximo-ranking thru 4100-proximo-ranking-exit
               varying tsm-rank from 1 by 1
               until tsm-rank > 5.
       4000-imprime-ranking-exit.
           exit.

       4100-proximo-ranking.
           move zeros to tsm-melhor
           perform 4110-compara-ranking
              thru 4110-compara-ranking-exit
               varying tsm-vd-indice from 1 by 1
               until tsm-vd-indice > tsm-qtde-vendedores
           if tsm-melhor = zeros
              go to 4100-proximo-ranking-exit
           end-if
           move "S" to tsm-vd-listado(tsm-melhor)
           move tsm-rank to lrs-posicao
           move tsm-vd-codigo(tsm-melhor) to lrs-vendedor
           move tsm-vd-nome(tsm-melhor) to lrs-nome
           move tsm-vd-paga(tsm-melhor) to lrs-paga
           move tsm-vd-simulada(tsm-melhor) to lrs-simulada
           move tsm-vd-diferenca(tsm-melhor) to lrs-diferenca
           write linha-relatorio from linha-ranking-simulacao
               after advancing 1 line.
       4100-proximo-ranking-exit.
           exit.

       4110-compara-ranking.
           if tsm-vd-listado(tsm-vd-indice) = "S"
              go to 4110-compara-ranking-exit
           end-if
           if tsm-procura-ganho
              if tsm-vd-diferenca(tsm-vd-indice) > zeros
                 if tsm-melhor = zeros
                    move tsm-vd-indice to tsm-melhor
                 else
                    if tsm-vd-diferenca(tsm-vd-indice) >
                       tsm-vd-diferenca(tsm-melhor)
                       move tsm-vd-indice to tsm-melhor
                    end-if
                 end-if
              end-if
           else
              if tsm-vd-diferenca(tsm-vd-indice) < zeros
                 if tsm-melhor = zeros
                    move tsm-vd-indice to tsm-melhor
                 else
                    if tsm-vd-diferenca(tsm-vd-indice) <
                       tsm-vd-diferenca(tsm-melhor)
                       move tsm-vd-indice to tsm-melhor
                    end-if
                 end-if
              end-if
           end-if.
       4110-compara-ranking-exit.
           exit.
