      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crconc.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Conciliacao mensal de contas a receber   *
      *                    com a contabilidade: parte do saldo do   *
      *                    fechamento anterior (CRCONC.DAT), soma   *
      *                    os titulos de venda e de encargo do mes, *
      *                    tira os pagamentos de CRPAGTOS e as      *
      *                    baixas como perda de CRPERDAS, e compara *
      *                    o saldo calculado com o total dos        *
      *                    titulos em aberto de CONTASREC e com a   *
      *                    conta de clientes do diario GLINT.DAT    *
      *                    (conta a debito do evento VENDA no       *
      *                    CONTAMAP) nos lotes do mes.  Lista cada  *
      *                    lote com diferenca contra o diario, com  *
      *                    os seus titulos, e cada titulo cujo      *
      *                    valor pago nao bate com os movimentos    *
      *                    de CRPAGTOS.  Rodar no fechamento do     *
      *                    mes; mes pelo CRCONC.PRM (AAAAMM) ou o   *
      *                    mes da data de negocio.                  *
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
           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is ccn-status-cr.

           select pagamentos-cr assign to "CRPAGTOS"
               organization is line sequential
               file status is ccn-status-pag.

           select perdas-log assign to "CRPERDAS.DAT"
               organization is line sequential
               file status is ccn-status-perda.

           select contamap-tabela assign to "CONTAMAP"
               organization is indexed
               access mode is dynamic
               record key is ctm-evento
               file status is ccn-status-mapa.

           select diario-contabil assign to "GLINT.DAT"
               organization is line sequential
               file status is ccn-status-diario.

           select historico-conciliacao assign to "CRCONC.DAT"
               organization is line sequential
               file status is ccn-status-hist.

           select arq-parametros assign to "CRCONC.PRM"
               organization is line sequential
               file status is ccn-status-parm.

           select ordenacao-pagos assign to "CCNSORT".

           select conciliacao-relatorio
               assign to dynamic ccn-nome-relatorio
               organization is line sequential
               file status is ccn-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  pagamentos-cr.
           copy CRPAGREC.

       fd  perdas-log.
           copy CRPERREC.

       fd  contamap-tabela.
           copy CONTAMAP.

      *-----------------------------------------------------------*
      * Lancamento do diario no layout gravado pelo GLGERA.        *
      *-----------------------------------------------------------*
       fd  diario-contabil.
       01  glj-lancamento.
           05  glj-periodo           pic 9(06).
           05  glj-lote              pic 9(05).
           05  glj-conta             pic x(10).
           05  glj-natureza          pic x(01).
           05  glj-valor             pic 9(011)v99.
           05  glj-evento            pic x(08).
           05  glj-data              pic 9(08).
           05  filler                pic x(09).

      *-----------------------------------------------------------*
      * Fechamento da conciliacao, um registro por corrida: o      *
      * saldo da carteira do ultimo fechamento e a abertura do mes *
      * seguinte.                                                  *
      *-----------------------------------------------------------*
       fd  historico-conciliacao.
       01  hcc-registro.
           05  hcc-periodo           pic 9(06).
           05  hcc-data-corrida      pic 9(08).
           05  hcc-saldo-abertura    pic s9(011)v99.
           05  hcc-vendas            pic 9(011)v99.
           05  hcc-encargos          pic 9(011)v99.
           05  hcc-pagamentos        pic 9(011)v99.
           05  hcc-perdas            pic 9(011)v99.
           05  hcc-saldo-calculado   pic s9(011)v99.
           05  hcc-saldo-carteira    pic 9(011)v99.
           05  hcc-saldo-diario      pic s9(011)v99.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       sd  ordenacao-pagos.
       01  scc-registro.
           05  scc-chave-titulo.
               10  scc-periodo       pic 9(06).
               10  scc-lote          pic 9(05).
               10  scc-sequencial    pic 9(07).
               10  scc-parcela       pic 9(02).
           05  scc-origem            pic 9(01).
               88  scc-do-titulo           value 1.
               88  scc-do-movimento        value 2.
           05  scc-cliente           pic 9(05).
           05  scc-valor             pic 9(07)v99.

       fd  conciliacao-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  ccn-status-cr        pic x(02) value spaces.
           88  ccn-cr-ok               value "00".
       77  ccn-status-pag       pic x(02) value spaces.
       77  ccn-status-perda     pic x(02) value spaces.
       77  ccn-status-mapa      pic x(02) value spaces.
       77  ccn-status-diario    pic x(02) value spaces.
       77  ccn-status-hist      pic x(02) value spaces.
       77  ccn-status-parm      pic x(02) value spaces.
       77  ccn-status-relat     pic x(02) value spaces.
       77  ccn-fim-ordenacao    pic x value "N".

       77  ccn-data-real        pic 9(08) value zeros.
       77  ccn-data-negocio     pic 9(08) value zeros.
       77  ccn-periodo          pic 9(06) value zeros.
       77  ccn-prm-periodo      pic x(06) value spaces.

       77  ccn-rpt-base         pic x(08) value "CRCONC  ".
       77  ccn-nome-relatorio   pic x(30) value spaces.
       77  ccn-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Conta de clientes no diario: a debito do evento VENDA.     *
      *-----------------------------------------------------------*
       77  ccn-conta-clientes   pic x(10) value spaces.
       77  ccn-tem-diario       pic x(01) value "N".
           88  ccn-compara-diario      value "S".
       77  ccn-tem-abertura     pic x(01) value "N".
           88  ccn-achou-abertura      value "S".

       77  ccn-saldo-abertura   pic s9(011)v99 value zeros.
       77  ccn-vendas-mes       pic 9(011)v99 value zeros.
       77  ccn-encargos-mes     pic 9(011)v99 value zeros.
       77  ccn-pagamentos-mes   pic 9(011)v99 value zeros.
       77  ccn-recuperacoes-mes pic 9(011)v99 value zeros.
       77  ccn-perdas-mes       pic 9(011)v99 value zeros.
       77  ccn-saldo-calculado  pic s9(011)v99 value zeros.
       77  ccn-saldo-carteira   pic 9(011)v99 value zeros.
       77  ccn-diario-mes       pic s9(011)v99 value zeros.
       77  ccn-diferenca        pic s9(011)v99 value zeros.
       77  ccn-qtde-divergencias pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Vendas do mes por lote: carteira x diario.                 *
      *-----------------------------------------------------------*
       01  ccn-tabela-lotes.
           05  ccn-lote-ocorr occurs 500 times.
               10  ccn-tl-lote       pic 9(05).
               10  ccn-tl-carteira   pic 9(011)v99.
               10  ccn-tl-diario     pic s9(011)v99.
       77  ccn-qtde-lotes       pic 9(03) value zeros.
       77  ccn-ix               pic 9(03) value zeros.
       77  ccn-lote-procurado   pic 9(05) value zeros.
       77  ccn-lote-estourou    pic x(01) value "N".
           88  ccn-tabela-cheia        value "S".

      *-----------------------------------------------------------*
      * Valor pago do titulo x soma dos movimentos de CRPAGTOS.    *
      *-----------------------------------------------------------*
       77  ccn-primeiro-reg     pic x value "S".
           88  ccn-primeira-vez        value "S".
       01  ccn-chave-anterior.
           05  ccn-ant-periodo       pic 9(06).
           05  ccn-ant-lote          pic 9(05).
           05  ccn-ant-sequencial    pic 9(07).
           05  ccn-ant-parcela       pic 9(02).
       77  ccn-ant-cliente      pic 9(05) value zeros.
       77  ccn-ant-tem-titulo   pic x(01) value "N".
       77  ccn-ant-pago-titulo  pic 9(07)v99 value zeros.
       77  ccn-ant-movimentos   pic 9(09)v99 value zeros.

       01  cabecalho-conciliacao.
           05  filler                pic x(46) value
                  "CONCILIACAO CONTAS A RECEBER X CONTABIL - MES:".
           05  filler                pic x(01) value space.
           05  cc-mes                pic 99.
           05  filler                pic x(01) value "/".
           05  cc-ano                pic 9(04).
           05  filler                pic x(08) value "  DATA: ".
           05  cc-data               pic 9(08).
       01  linha-valor-cc.
           05  filler                pic x(02) value spaces.
           05  lvc-descricao         pic x(50).
           05  lvc-valor             pic ---.---.---.--9,99.
       01  linha-aviso-cc.
           05  filler                pic x(02) value spaces.
           05  lav-texto             pic x(80).
       01  cabecalho-lotes-cc.
           05  filler                pic x(02) value spaces.
           05  filler                pic x(14) value "LOTE".
           05  filler                pic x(20) value
                  "      CARTEIRA".
           05  filler                pic x(20) value
                  "        DIARIO".
           05  filler                pic x(20) value
                  "     DIFERENCA".
       01  linha-lote-cc.
           05  filler                pic x(02) value spaces.
           05  llc-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  llc-lote              pic 9(05).
           05  filler                pic x(02) value spaces.
           05  llc-carteira          pic ---.---.---.--9,99.
           05  filler                pic x(01) value space.
           05  llc-diario            pic ---.---.---.--9,99.
           05  filler                pic x(01) value space.
           05  llc-diferenca         pic ---.---.---.--9,99.
       01  linha-titulo-cc.
           05  filler                pic x(06) value spaces.
           05  ltc-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  ltc-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  ltc-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  ltc-parcela           pic 9(02).
           05  filler                pic x(03) value spaces.
           05  filler                pic x(08) value "CLIENTE ".
           05  ltc-cliente           pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  ltc-rotulo-1          pic x(08).
           05  ltc-valor-1           pic zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ltc-rotulo-2          pic x(08).
           05  ltc-valor-2           pic zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using ccn-data-real ccn-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-apura-carteira thru 2000-apura-carteira-exit
           perform 2100-apura-pagamentos
              thru 2100-apura-pagamentos-exit
           perform 2200-apura-perdas thru 2200-apura-perdas-exit
           if ccn-compara-diario
              perform 2300-apura-diario thru 2300-apura-diario-exit
           end-if
           perform 3000-imprime-conciliacao
              thru 3000-imprime-conciliacao-exit
           perform 4000-compara-lotes thru 4000-compara-lotes-exit
           sort ordenacao-pagos
               on ascending key scc-chave-titulo
                                scc-origem
               input procedure 5000-carrega-pagos
                        thru 5000-carrega-pagos-exit
               output procedure 5100-compara-pagos
                        thru 5100-compara-pagos-exit
           perform 6000-grava-fechamento
              thru 6000-grava-fechamento-exit
           move spaces to linha-relatorio
           write linha-relatorio after advancing 2 lines
           move "DIVERGENCIAS LISTADAS:" to lvc-descricao
           move ccn-qtde-divergencias to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           close contas-receber conciliacao-relatorio
           display "CRCONC: conciliacao do mes " ccn-periodo
                   " em " ccn-nome-relatorio
           if ccn-qtde-divergencias > zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           perform 1100-define-periodo thru 1100-define-periodo-exit
           open input contas-receber
           if not ccn-cr-ok
              display "CRCONC: carteira CONTASREC indisponivel - "
                      "status " ccn-status-cr
              move 16 to return-code
              stop run
           end-if
           open input contamap-tabela
           if ccn-status-mapa = "00"
              move "VENDA" to ctm-evento
              read contamap-tabela
                  invalid key
                      move spaces to ctm-conta-debito
              end-read
              move ctm-conta-debito to ccn-conta-clientes
              close contamap-tabela
           end-if
           if ccn-conta-clientes not = spaces
              move "S" to ccn-tem-diario
           end-if
           call "RPTNAME" using ccn-rpt-base ccn-nome-relatorio
                                 ccn-rpt-status
           end-call
           if ccn-rpt-status not = "0"
              move "CRCONC.RPT" to ccn-nome-relatorio
           end-if
           open output conciliacao-relatorio
           move ccn-periodo(5:2) to cc-mes
           move ccn-periodo(1:4) to cc-ano
           move ccn-data-negocio to cc-data
           write linha-relatorio from cabecalho-conciliacao
           perform 1200-le-abertura thru 1200-le-abertura-exit.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Mes da conciliacao: AAAAMM na primeira linha do CRCONC.PRM *
      * ou o mes da data de negocio.                               *
      *-----------------------------------------------------------*
       1100-define-periodo.
           move ccn-data-negocio(1:6) to ccn-periodo
           open input arq-parametros
           if ccn-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to ccn-prm-periodo
              unstring prm-linha delimited by ";" or space
                  into ccn-prm-periodo
              end-unstring
              if ccn-prm-periodo not = spaces
                 if ccn-prm-periodo is not numeric
                    or ccn-prm-periodo(5:2) < "01"
                    or ccn-prm-periodo(5:2) > "12"
                    display "CRCONC: mes invalido em CRCONC.PRM - "
                            ccn-prm-periodo
                    move 16 to return-code
                    stop run
                 end-if
                 move ccn-prm-periodo to ccn-periodo
              end-if
           end-if.
       1100-define-periodo-exit.
           exit.

      *-----------------------------------------------------------*
      * Abertura: saldo da carteira do ultimo fechamento de mes    *
      * anterior gravado em CRCONC.DAT (o mais recente vale).      *
      *-----------------------------------------------------------*
       1200-le-abertura.
           open input historico-conciliacao
           if ccn-status-hist not = "00"
              go to 1200-le-abertura-exit
           end-if
           perform 1210-le-fechamento thru 1210-le-fechamento-exit
               until ccn-status-hist not = "00"
           close historico-conciliacao.
       1200-le-abertura-exit.
           exit.

       1210-le-fechamento.
           read historico-conciliacao
               at end
                   move "10" to ccn-status-hist
               not at end
                   if hcc-periodo < ccn-periodo
                      move hcc-saldo-carteira to ccn-saldo-abertura
                      move "S" to ccn-tem-abertura
                   end-if
           end-read.
       1210-le-fechamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Carteira: total em aberto agora e titulos criados no mes   *
      * (venda por lote, para o confronto com o diario; encargo a  *
      * parte).                                                    *
      *-----------------------------------------------------------*
       2000-apura-carteira.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to ccn-status-cr
               not invalid key
                   move "00" to ccn-status-cr
           end-start
           perform 2010-soma-titulo thru 2010-soma-titulo-exit
               until ccn-status-cr not = "00".
       2000-apura-carteira-exit.
           exit.

       2010-soma-titulo.
           read contas-receber next record
               at end
                   move "10" to ccn-status-cr
                   go to 2010-soma-titulo-exit
           end-read
           if cr-aberto
              compute ccn-saldo-carteira = ccn-saldo-carteira
                      + cr-valor-original - cr-valor-pago
           end-if
           if cr-periodo not = ccn-periodo
              go to 2010-soma-titulo-exit
           end-if
           if cr-titulo-encargo
              add cr-valor-original to ccn-encargos-mes
              go to 2010-soma-titulo-exit
           end-if
           add cr-valor-original to ccn-vendas-mes
           move cr-lote to ccn-lote-procurado
           perform 2050-localiza-lote thru 2050-localiza-lote-exit
           if ccn-ix > zeros
              add cr-valor-original to ccn-tl-carteira(ccn-ix)
           end-if.
       2010-soma-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Posicao do lote na tabela (incluido se novo); zero quando  *
      * a tabela esta cheia.                                       *
      *-----------------------------------------------------------*
       2050-localiza-lote.
           move 1 to ccn-ix
           perform 2055-compara-lote thru 2055-compara-lote-exit
               until ccn-ix > ccn-qtde-lotes
                  or ccn-tl-lote(ccn-ix) = ccn-lote-procurado
           if ccn-ix > ccn-qtde-lotes
              if ccn-qtde-lotes < 500
                 add 1 to ccn-qtde-lotes
                 move ccn-qtde-lotes to ccn-ix
                 move ccn-lote-procurado to ccn-tl-lote(ccn-ix)
                 move zeros to ccn-tl-carteira(ccn-ix)
                               ccn-tl-diario(ccn-ix)
              else
                 move "S" to ccn-lote-estourou
                 move zeros to ccn-ix
              end-if
           end-if.
       2050-localiza-lote-exit.
           exit.

       2055-compara-lote.
           add 1 to ccn-ix.
       2055-compara-lote-exit.
           exit.

       2100-apura-pagamentos.
           open input pagamentos-cr
           if ccn-status-pag not = "00"
              go to 2100-apura-pagamentos-exit
           end-if
           perform 2110-soma-pagamento thru 2110-soma-pagamento-exit
               until ccn-status-pag not = "00"
           close pagamentos-cr.
       2100-apura-pagamentos-exit.
           exit.

       2110-soma-pagamento.
           read pagamentos-cr
               at end
                   move "10" to ccn-status-pag
               not at end
                   if crp-data-pagamento(1:6) = ccn-periodo
                      if crp-recuperacao
                         add crp-valor to ccn-recuperacoes-mes
                      else
                         add crp-valor to ccn-pagamentos-mes
                      end-if
                   end-if
           end-read.
       2110-soma-pagamento-exit.
           exit.

       2200-apura-perdas.
           open input perdas-log
           if ccn-status-perda not = "00"
              go to 2200-apura-perdas-exit
           end-if
           perform 2210-soma-perda thru 2210-soma-perda-exit
               until ccn-status-perda not = "00"
           close perdas-log.
       2200-apura-perdas-exit.
           exit.

       2210-soma-perda.
           read perdas-log
               at end
                   move "10" to ccn-status-perda
               not at end
                   if per-data-baixa(1:6) = ccn-periodo
                      add per-valor-baixado to ccn-perdas-mes
                   end-if
           end-read.
       2210-soma-perda-exit.
           exit.

      *-----------------------------------------------------------*
      * Diario: movimento liquido (debito menos credito) da conta  *
      * de clientes nos lotes do mes, por lote.                    *
      *-----------------------------------------------------------*
       2300-apura-diario.
           open input diario-contabil
           if ccn-status-diario not = "00"
              move "N" to ccn-tem-diario
              go to 2300-apura-diario-exit
           end-if
           perform 2310-soma-lancamento thru 2310-soma-lancamento-exit
               until ccn-status-diario not = "00"
           close diario-contabil.
       2300-apura-diario-exit.
           exit.

       2310-soma-lancamento.
           read diario-contabil
               at end
                   move "10" to ccn-status-diario
                   go to 2310-soma-lancamento-exit
           end-read
           if glj-periodo not = ccn-periodo
              or glj-conta not = ccn-conta-clientes
              go to 2310-soma-lancamento-exit
           end-if
           move glj-lote to ccn-lote-procurado
           perform 2050-localiza-lote thru 2050-localiza-lote-exit
           if glj-natureza = "D"
              add glj-valor to ccn-diario-mes
              if ccn-ix > zeros
                 add glj-valor to ccn-tl-diario(ccn-ix)
              end-if
           else
              subtract glj-valor from ccn-diario-mes
              if ccn-ix > zeros
                 subtract glj-valor from ccn-tl-diario(ccn-ix)
              end-if
           end-if.
       2310-soma-lancamento-exit.
           exit.

       3000-imprime-conciliacao.
           compute ccn-saldo-calculado = ccn-saldo-abertura
                   + ccn-vendas-mes + ccn-encargos-mes
                   - ccn-pagamentos-mes - ccn-perdas-mes
           if not ccn-achou-abertura
              move "SEM FECHAMENTO ANTERIOR - ABERTURA ZERO"
                   to lav-texto
              write linha-relatorio from linha-aviso-cc
                  after advancing 2 lines
           end-if
           move "SALDO DO FECHAMENTO ANTERIOR" to lvc-descricao
           move ccn-saldo-abertura to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 2 lines
           move "(+) TITULOS DE VENDA DO MES (CRGERA)" to lvc-descricao
           move ccn-vendas-mes to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           move "(+) TITULOS DE ENCARGO DO MES (CRJUROS)"
                to lvc-descricao
           move ccn-encargos-mes to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           move "(-) PAGAMENTOS DO MES (CRPAGTOS)" to lvc-descricao
           move ccn-pagamentos-mes to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           move "(-) BAIXAS COMO PERDA DO MES (CRPERDAS)"
                to lvc-descricao
           move ccn-perdas-mes to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           move "(=) SALDO CALCULADO" to lvc-descricao
           move ccn-saldo-calculado to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           move "TITULOS EM ABERTO EM CONTASREC" to lvc-descricao
           move ccn-saldo-carteira to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 2 lines
           compute ccn-diferenca =
                   ccn-saldo-carteira - ccn-saldo-calculado
           move "DIFERENCA CARTEIRA X CALCULADO" to lvc-descricao
           move ccn-diferenca to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           if ccn-diferenca not = zeros
              add 1 to ccn-qtde-divergencias
           end-if
           move "RECUPERACOES DE PERDA NO MES (FORA DO SALDO)"
                to lvc-descricao
           move ccn-recuperacoes-mes to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           if not ccn-compara-diario
              move "DIARIO OU CONTA DO EVENTO VENDA INDISPONIVEL"
                   to lav-texto
              write linha-relatorio from linha-aviso-cc
                  after advancing 2 lines
              add 1 to ccn-qtde-divergencias
              go to 3000-imprime-conciliacao-exit
           end-if
           move spaces to lav-texto
           string "CONTA DE CLIENTES NO DIARIO: " delimited by size
                  ccn-conta-clientes delimited by size
                  into lav-texto
           end-string
           write linha-relatorio from linha-aviso-cc
               after advancing 2 lines
           move "MOVIMENTO DA CONTA NO DIARIO (LOTES DO MES)"
                to lvc-descricao
           move ccn-diario-mes to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line
           compute ccn-diferenca = ccn-vendas-mes - ccn-diario-mes
           move "DIFERENCA VENDAS DA CARTEIRA X DIARIO"
                to lvc-descricao
           move ccn-diferenca to lvc-valor
           write linha-relatorio from linha-valor-cc
               after advancing 1 line.
       3000-imprime-conciliacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Lotes com diferenca carteira x diario, cada um seguido dos *
      * seus titulos de venda.                                     *
      *-----------------------------------------------------------*
       4000-compara-lotes.
           if not ccn-compara-diario
              go to 4000-compara-lotes-exit
           end-if
           write linha-relatorio from cabecalho-lotes-cc
               after advancing 2 lines
           move 1 to ccn-ix
           perform 4010-compara-um-lote thru 4010-compara-um-lote-exit
               until ccn-ix > ccn-qtde-lotes
           if ccn-tabela-cheia
              move "MAIS DE 500 LOTES NO MES - CONFRONTO INCOMPLETO"
                   to lav-texto
              write linha-relatorio from linha-aviso-cc
                  after advancing 1 line
              add 1 to ccn-qtde-divergencias
           end-if.
       4000-compara-lotes-exit.
           exit.

       4010-compara-um-lote.
           if ccn-tl-carteira(ccn-ix) = ccn-tl-diario(ccn-ix)
              add 1 to ccn-ix
              go to 4010-compara-um-lote-exit
           end-if
           add 1 to ccn-qtde-divergencias
           move ccn-periodo to llc-periodo
           move ccn-tl-lote(ccn-ix) to llc-lote
           move ccn-tl-carteira(ccn-ix) to llc-carteira
           move ccn-tl-diario(ccn-ix) to llc-diario
           compute llc-diferenca =
                   ccn-tl-carteira(ccn-ix) - ccn-tl-diario(ccn-ix)
           write linha-relatorio from linha-lote-cc
               after advancing 1 line
           move ccn-periodo to cr-periodo
           move ccn-tl-lote(ccn-ix) to cr-lote
           move zeros to cr-sequencial cr-parcela
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to ccn-status-cr
               not invalid key
                   move "00" to ccn-status-cr
           end-start
           perform 4020-lista-titulo-lote
              thru 4020-lista-titulo-lote-exit
               until ccn-status-cr not = "00"
           add 1 to ccn-ix.
       4010-compara-um-lote-exit.
           exit.

       4020-lista-titulo-lote.
           read contas-receber next record
               at end
                   move "10" to ccn-status-cr
                   go to 4020-lista-titulo-lote-exit
           end-read
           if cr-periodo not = ccn-periodo
              or cr-lote not = ccn-tl-lote(ccn-ix)
              move "10" to ccn-status-cr
              go to 4020-lista-titulo-lote-exit
           end-if
           if cr-titulo-encargo
              go to 4020-lista-titulo-lote-exit
           end-if
           move cr-periodo to ltc-periodo
           move cr-lote to ltc-lote
           move cr-sequencial to ltc-sequencial
           move cr-parcela to ltc-parcela
           move cr-cliente to ltc-cliente
           move "VALOR  " to ltc-rotulo-1
           move cr-valor-original to ltc-valor-1
           move "VENDA  " to ltc-rotulo-2
           move cr-data-venda to ltc-valor-2
           write linha-relatorio from linha-titulo-cc
               after advancing 1 line.
       4020-lista-titulo-lote-exit.
           exit.

      *-----------------------------------------------------------*
      * Titulo a titulo: o valor pago gravado no titulo tem de ser *
      * a soma dos movimentos de CRPAGTOS da mesma chave.          *
      *-----------------------------------------------------------*
       5000-carrega-pagos.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to ccn-status-cr
               not invalid key
                   move "00" to ccn-status-cr
           end-start
           perform 5010-libera-titulo thru 5010-libera-titulo-exit
               until ccn-status-cr not = "00"
           open input pagamentos-cr
           if ccn-status-pag = "00"
              perform 5020-libera-movimento
                 thru 5020-libera-movimento-exit
                  until ccn-status-pag not = "00"
              close pagamentos-cr
           end-if.
       5000-carrega-pagos-exit.
           exit.

       5010-libera-titulo.
           read contas-receber next record
               at end
                   move "10" to ccn-status-cr
               not at end
                   move cr-chave to scc-chave-titulo
                   move 1 to scc-origem
                   move cr-cliente to scc-cliente
                   move cr-valor-pago to scc-valor
                   release scc-registro
           end-read.
       5010-libera-titulo-exit.
           exit.

       5020-libera-movimento.
           read pagamentos-cr
               at end
                   move "10" to ccn-status-pag
               not at end
                   move crp-periodo to scc-periodo
                   move crp-lote to scc-lote
                   move crp-sequencial to scc-sequencial
                   if crp-parcela is numeric and crp-parcela > zeros
                      move crp-parcela to scc-parcela
                   else
                      move 1 to scc-parcela
                   end-if
                   move 2 to scc-origem
                   move crp-cliente to scc-cliente
                   move crp-valor to scc-valor
                   release scc-registro
           end-read.
       5020-libera-movimento-exit.
           exit.

       5100-compara-pagos.
           move "N" to ccn-fim-ordenacao
           perform 5110-processa-pago thru 5110-processa-pago-exit
               until ccn-fim-ordenacao = "S"
           if not ccn-primeira-vez
              perform 5150-fecha-titulo thru 5150-fecha-titulo-exit
           end-if.
       5100-compara-pagos-exit.
           exit.

       5110-processa-pago.
           return ordenacao-pagos
               at end
                   move "S" to ccn-fim-ordenacao
                   go to 5110-processa-pago-exit
           end-return
           if ccn-primeira-vez
              move "N" to ccn-primeiro-reg
              move "TITULOS COM VALOR PAGO DIFERENTE DE CRPAGTOS:"
                   to lav-texto
              write linha-relatorio from linha-aviso-cc
                  after advancing 2 lines
              move scc-chave-titulo to ccn-chave-anterior
              move scc-cliente to ccn-ant-cliente
           end-if
           if scc-chave-titulo not = ccn-chave-anterior
              perform 5150-fecha-titulo thru 5150-fecha-titulo-exit
              move scc-chave-titulo to ccn-chave-anterior
              move scc-cliente to ccn-ant-cliente
           end-if
           if scc-do-titulo
              move "S" to ccn-ant-tem-titulo
              move scc-valor to ccn-ant-pago-titulo
           else
              add scc-valor to ccn-ant-movimentos
           end-if.
       5110-processa-pago-exit.
           exit.

       5150-fecha-titulo.
           if ccn-ant-tem-titulo = "N"
              or ccn-ant-pago-titulo not = ccn-ant-movimentos
              add 1 to ccn-qtde-divergencias
              move ccn-ant-periodo to ltc-periodo
              move ccn-ant-lote to ltc-lote
              move ccn-ant-sequencial to ltc-sequencial
              move ccn-ant-parcela to ltc-parcela
              move ccn-ant-cliente to ltc-cliente
              if ccn-ant-tem-titulo = "N"
                 move "SEM TIT." to ltc-rotulo-1
                 move zeros to ltc-valor-1
              else
                 move "PAGO   " to ltc-rotulo-1
                 move ccn-ant-pago-titulo to ltc-valor-1
              end-if
              move "CRPAGTOS" to ltc-rotulo-2
              move ccn-ant-movimentos to ltc-valor-2
              write linha-relatorio from linha-titulo-cc
                  after advancing 1 line
           end-if
           move "N" to ccn-ant-tem-titulo
           move zeros to ccn-ant-pago-titulo ccn-ant-movimentos.
       5150-fecha-titulo-exit.
           exit.

       6000-grava-fechamento.
           open extend historico-conciliacao
           if ccn-status-hist = "35"
              open output historico-conciliacao
           end-if
           move ccn-periodo to hcc-periodo
           move ccn-data-negocio to hcc-data-corrida
           move ccn-saldo-abertura to hcc-saldo-abertura
           move ccn-vendas-mes to hcc-vendas
           move ccn-encargos-mes to hcc-encargos
           move ccn-pagamentos-mes to hcc-pagamentos
           move ccn-perdas-mes to hcc-perdas
           move ccn-saldo-calculado to hcc-saldo-calculado
           move ccn-saldo-carteira to hcc-saldo-carteira
           move ccn-diario-mes to hcc-saldo-diario
           write hcc-registro
           close historico-conciliacao.
       6000-grava-fechamento-exit.
           exit.
