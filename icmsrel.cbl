      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. icmsrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Apuracao mensal do ICMS: totaliza do     *
      *                    VENDHIST a base tributavel e o imposto   *
      *                    calculados na aplicacao, por filial, UF  *
      *                    de destino e aliquota, com as devolucoes *
      *                    compensadas.  Mes em ICMSREL.PRM         *
      *                    (AAAAMM) ou o mes anterior ao da data de *
      *                    negocio.                                 *
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
               file status is icr-status-hist.

           select arq-parametros assign to "ICMSREL.PRM"
               organization is line sequential
               file status is icr-status-parm.

           select ordenacao-icms assign to "ICRSORT".

           select icms-relatorio
               assign to dynamic icr-nome-relatorio
               organization is line sequential
               file status is icr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  venda-historico.
           copy HISTREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

      *-----------------------------------------------------------*
      * Linha de venda ou devolucao do mes, na ordem do relatorio: *
      * filial, UF de origem e de destino, aliquota.               *
      *-----------------------------------------------------------*
       sd  ordenacao-icms.
       01  sic-registro.
           05  sic-filial            pic 9(03).
           05  sic-uf-origem         pic x(02).
           05  sic-uf-destino        pic x(02).
           05  sic-aliquota          pic 9(02)v99.
           05  sic-tipo              pic x(01).
               88  sic-devolucao           value "D".
           05  sic-base              pic 9(07)v99.
           05  sic-icms              pic 9(07)v99.

       fd  icms-relatorio.
       01  linha-relatorio           pic x(110).

       working-storage section.

       77  icr-status-hist      pic x(02) value spaces.
       77  icr-status-parm      pic x(02) value spaces.
       77  icr-status-relat     pic x(02) value spaces.
       77  icr-fim-historico    pic x value "N".
           88  icr-sem-mais-hist       value "S".
       77  icr-fim-ordenacao    pic x value "N".
           88  icr-sem-mais-ordem      value "S".

       77  icr-data-real        pic 9(08) value zeros.
       77  icr-data-negocio     pic 9(08) value zeros.
       77  icr-prm-mes          pic x(06) value spaces.
       01  icr-mes-apuracao.
           05  icr-mes-ano           pic 9(04).
           05  icr-mes-mes           pic 9(02).

       77  icr-rpt-base         pic x(08) value "ICMSREL ".
       77  icr-nome-relatorio   pic x(30) value spaces.
       77  icr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Quebras: filial e, dentro dela, UF origem/destino e        *
      * aliquota.  Devolucao entra com sinal negativo.             *
      *-----------------------------------------------------------*
       77  icr-primeiro-reg     pic x value "S".
           88  icr-primeira-vez        value "S".
       77  icr-filial-anterior  pic 9(03) value zeros.
       01  icr-grupo-anterior.
           05  icr-ant-uf-origem     pic x(02).
           05  icr-ant-uf-destino    pic x(02).
           05  icr-ant-aliquota      pic 9(02)v99.
       01  icr-grupo-atual.
           05  icr-atu-uf-origem     pic x(02).
           05  icr-atu-uf-destino    pic x(02).
           05  icr-atu-aliquota      pic 9(02)v99.
       77  icr-grp-base-vendas  pic 9(011)v99 value zeros.
       77  icr-grp-base-devol   pic 9(011)v99 value zeros.
       77  icr-grp-base-liquida pic s9(011)v99 value zeros.
       77  icr-grp-icms         pic s9(011)v99 value zeros.
       77  icr-fil-base         pic s9(011)v99 value zeros.
       77  icr-fil-icms         pic s9(011)v99 value zeros.
       77  icr-tot-base         pic s9(011)v99 value zeros.
       77  icr-tot-icms         pic s9(011)v99 value zeros.
       77  icr-qtde-linhas      pic 9(07) value zeros.
       77  icr-qtde-sem-calculo pic 9(07) value zeros.
       77  icr-qtde-sem-aliquota pic 9(07) value zeros.

       01  cabecalho-icms.
           05  filler                pic x(30) value
                  "APURACAO MENSAL DO ICMS - MES ".
           05  ci-mes                pic 9(06).
           05  filler                pic x(09) value "   DATA: ".
           05  ci-data               pic 9(08).
       01  cabecalho-filial-icms.
           05  filler                pic x(08) value "FILIAL: ".
           05  cfi-filial            pic 9(03).
       01  cabecalho-colunas-icms.
           05  filler                pic x(08) value "ORIGEM".
           05  filler                pic x(08) value "DESTINO".
           05  filler                pic x(08) value " ALIQ.".
           05  filler                pic x(19) value
                  "       BASE VENDAS".
           05  filler                pic x(19) value
                  "   BASE DEVOLUCOES".
           05  filler                pic x(19) value
                  "     BASE LIQUIDA".
           05  filler                pic x(19) value
                  "     ICMS LIQUIDO".
       01  linha-detalhe-icms.
           05  filler                pic x(02) value spaces.
           05  ldi-uf-origem         pic x(02).
           05  filler                pic x(06) value spaces.
           05  ldi-uf-destino        pic x(02).
           05  filler                pic x(04) value spaces.
           05  ldi-aliquota          pic z9,99.
           05  filler                pic x(02) value spaces.
           05  ldi-base-vendas       pic zzz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-base-devol        pic zzz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-base-liquida      pic -zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-icms              pic -zz.zzz.zzz.zz9,99.
       01  linha-total-icms.
           05  lti-descricao         pic x(41).
           05  filler                pic x(19) value spaces.
           05  lti-base              pic -zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  lti-icms              pic -zz.zzz.zzz.zz9,99.
       01  linha-conta-icms.
           05  lco-descricao         pic x(41).
           05  lco-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using icr-data-real icr-data-negocio
           end-call
           perform 1100-define-mes thru 1100-define-mes-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           sort ordenacao-icms
               on ascending key sic-filial sic-uf-origem
                                sic-uf-destino sic-aliquota
               input procedure is 2000-seleciona-historico
                                  thru 2000-seleciona-historico-exit
               output procedure is 3000-imprime-apuracao
                                   thru 3000-imprime-apuracao-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close icms-relatorio
           display "ICMSREL: mes " icr-mes-apuracao " - "
                   icr-qtde-linhas " linhas - relatorio "
                   icr-nome-relatorio
           if icr-qtde-sem-calculo > zeros
              or icr-qtde-sem-aliquota > zeros
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Mes de apuracao: AAAAMM na primeira linha do ICMSREL.PRM   *
      * ou o mes anterior ao da data de negocio.                   *
      *-----------------------------------------------------------*
       1100-define-mes.
           move icr-data-negocio(1:4) to icr-mes-ano
           move icr-data-negocio(5:2) to icr-mes-mes
           if icr-mes-mes = 1
              move 12 to icr-mes-mes
              subtract 1 from icr-mes-ano
           else
              subtract 1 from icr-mes-mes
           end-if
           open input arq-parametros
           if icr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to icr-prm-mes
              unstring prm-linha delimited by ";" or space
                  into icr-prm-mes
              end-unstring
              if icr-prm-mes not = spaces
                 if icr-prm-mes is not numeric
                    or icr-prm-mes(5:2) < "01"
                    or icr-prm-mes(5:2) > "12"
                    display "ICMSREL: mes invalido em "
                            "ICMSREL.PRM - " icr-prm-mes
                    move 16 to return-code
                    stop run
                 end-if
                 move icr-prm-mes to icr-mes-apuracao
              end-if
           end-if.
       1100-define-mes-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using icr-rpt-base icr-nome-relatorio
                                 icr-rpt-status
           end-call
           if icr-rpt-status not = "0"
              move "ICMSREL.RPT" to icr-nome-relatorio
           end-if
           open output icms-relatorio
           move icr-mes-apuracao to ci-mes
           move icr-data-negocio to ci-data
           write linha-relatorio from cabecalho-icms.
       1000-abrir-relatorio-exit.
           exit.

      *-----------------------------------------------------------*
      * Seleciona as vendas e devolucoes aplicadas no mes (data de *
      * aplicacao).  Linha anterior ao calculo do ICMS (campos em  *
      * branco) e linha sem aliquota sao contadas para o aviso.    *
      *-----------------------------------------------------------*
       2000-seleciona-historico.
           open input venda-historico
           if icr-status-hist not = "00"
              display "ICMSREL: erro ao abrir VENDHIST - status "
                      icr-status-hist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-historico thru 2010-le-historico-exit
               until icr-sem-mais-hist
           close venda-historico.
       2000-seleciona-historico-exit.
           exit.

       2010-le-historico.
           read venda-historico
               at end
                   set icr-sem-mais-hist to true
                   go to 2010-le-historico-exit
           end-read
           if not hst-venda and not hst-devolucao
              go to 2010-le-historico-exit
           end-if
           if hst-data-aplicacao(1:6) not = icr-mes-apuracao
              go to 2010-le-historico-exit
           end-if
           if hst-base-icms is not numeric
              or hst-valor-icms is not numeric
              or hst-aliquota-icms is not numeric
              add 1 to icr-qtde-sem-calculo
              go to 2010-le-historico-exit
           end-if
           if hst-aliquota-icms = zeros
              add 1 to icr-qtde-sem-aliquota
           end-if
           move hst-filial to sic-filial
           move hst-uf-origem to sic-uf-origem
           move hst-uf-destino to sic-uf-destino
           move hst-aliquota-icms to sic-aliquota
           move hst-tipo to sic-tipo
           move hst-base-icms to sic-base
           move hst-valor-icms to sic-icms
           release sic-registro
           add 1 to icr-qtde-linhas.
       2010-le-historico-exit.
           exit.

       3000-imprime-apuracao.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until icr-sem-mais-ordem
           if not icr-primeira-vez
              perform 3100-fecha-grupo thru 3100-fecha-grupo-exit
              perform 3200-fecha-filial thru 3200-fecha-filial-exit
           end-if.
       3000-imprime-apuracao-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-icms
               at end
                   set icr-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           move sic-uf-origem to icr-atu-uf-origem
           move sic-uf-destino to icr-atu-uf-destino
           move sic-aliquota to icr-atu-aliquota
           if icr-primeira-vez
              or sic-filial not = icr-filial-anterior
              if not icr-primeira-vez
                 perform 3100-fecha-grupo thru 3100-fecha-grupo-exit
                 perform 3200-fecha-filial
                    thru 3200-fecha-filial-exit
              end-if
              move "N" to icr-primeiro-reg
              move sic-filial to icr-filial-anterior
              move icr-grupo-atual to icr-grupo-anterior
              move sic-filial to cfi-filial
              write linha-relatorio from cabecalho-filial-icms
                  after advancing 2 lines
              write linha-relatorio from cabecalho-colunas-icms
                  after advancing 1 line
           end-if
           if icr-grupo-atual not = icr-grupo-anterior
              perform 3100-fecha-grupo thru 3100-fecha-grupo-exit
              move icr-grupo-atual to icr-grupo-anterior
           end-if
           if sic-devolucao
              add sic-base to icr-grp-base-devol
              subtract sic-base from icr-grp-base-liquida
              subtract sic-icms from icr-grp-icms
           else
              add sic-base to icr-grp-base-vendas
              add sic-base to icr-grp-base-liquida
              add sic-icms to icr-grp-icms
           end-if.
       3010-proximo-ordenado-exit.
           exit.

       3100-fecha-grupo.
           move icr-ant-uf-origem to ldi-uf-origem
           move icr-ant-uf-destino to ldi-uf-destino
           move icr-ant-aliquota to ldi-aliquota
           move icr-grp-base-vendas to ldi-base-vendas
           move icr-grp-base-devol to ldi-base-devol
           move icr-grp-base-liquida to ldi-base-liquida
           move icr-grp-icms to ldi-icms
           write linha-relatorio from linha-detalhe-icms
               after advancing 1 line
           add icr-grp-base-liquida to icr-fil-base
           add icr-grp-icms to icr-fil-icms
           move zeros to icr-grp-base-vendas icr-grp-base-devol
                         icr-grp-base-liquida icr-grp-icms.
       3100-fecha-grupo-exit.
           exit.

       3200-fecha-filial.
           move "TOTAL DA FILIAL" to lti-descricao
           move icr-fil-base to lti-base
           move icr-fil-icms to lti-icms
           write linha-relatorio from linha-total-icms
               after advancing 1 line
           add icr-fil-base to icr-tot-base
           add icr-fil-icms to icr-tot-icms
           move zeros to icr-fil-base icr-fil-icms.
       3200-fecha-filial-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "TOTAL GERAL DO MES" to lti-descricao
           move icr-tot-base to lti-base
           move icr-tot-icms to lti-icms
           write linha-relatorio from linha-total-icms
               after advancing 1 line
           move "LINHAS APURADAS:" to lco-descricao
           move icr-qtde-linhas to lco-quantidade
           write linha-relatorio from linha-conta-icms
               after advancing 1 line
           if icr-qtde-sem-aliquota > zeros
              move "LINHAS SEM ALIQUOTA (CONFERIR ICMS.DAT):"
                to lco-descricao
              move icr-qtde-sem-aliquota to lco-quantidade
              write linha-relatorio from linha-conta-icms
                  after advancing 1 line
           end-if
           if icr-qtde-sem-calculo > zeros
              move "LINHAS SEM ICMS CALCULADO (ANTERIORES):"
                to lco-descricao
              move icr-qtde-sem-calculo to lco-quantidade
              write linha-relatorio from linha-conta-icms
                  after advancing 1 line
           end-if.
       4000-imprime-totais-exit.
           exit.
