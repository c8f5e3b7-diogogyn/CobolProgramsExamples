      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crperrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Registro mensal de perdas para a         *
      *                    contabilidade: titulos baixados como     *
      *                    perda no mes (CRPERDAS.DAT) por filial,  *
      *                    com motivo, solicitante e liberador, e   *
      *                    em secao separada as recuperacoes        *
      *                    recebidas no mes sobre titulos ja        *
      *                    baixados (CRPAGTOS.DAT), tambem por      *
      *                    filial.  Mes pelo CRPERREL.PRM (AAAAMM)  *
      *                    ou o mes da data de negocio.             *
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
               file status is cpr-status-cr.

           select perdas-log assign to "CRPERDAS.DAT"
               organization is line sequential
               file status is cpr-status-perda.

           select pagamentos-cr assign to "CRPAGTOS"
               organization is line sequential
               file status is cpr-status-pag.

           select arq-parametros assign to "CRPERREL.PRM"
               organization is line sequential
               file status is cpr-status-parm.

           select ordenacao-perdas assign to "CPRSORT".

           select perdas-relatorio
               assign to dynamic cpr-nome-relatorio
               organization is line sequential
               file status is cpr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  perdas-log.
           copy CRPERREC.

       fd  pagamentos-cr.
           copy CRPAGREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       sd  ordenacao-perdas.
       01  spr-registro.
           05  spr-secao             pic 9(01).
               88  spr-baixa               value 1.
               88  spr-recuperacao         value 2.
           05  spr-filial            pic 9(03).
           05  spr-cliente           pic 9(05).
           05  spr-chave-titulo.
               10  spr-periodo       pic 9(06).
               10  spr-lote          pic 9(05).
               10  spr-sequencial    pic 9(07).
               10  spr-parcela       pic 9(02).
           05  spr-data              pic 9(08).
           05  spr-valor             pic 9(07)v99.
           05  spr-motivo            pic 9(02).
           05  spr-solicitante       pic x(08).
           05  spr-liberador         pic x(08).

       fd  perdas-relatorio.
       01  linha-relatorio           pic x(120).

       working-storage section.

       copy CRPERMOT.

       77  cpr-status-cr        pic x(02) value spaces.
           88  cpr-cr-ok               value "00".
       77  cpr-status-perda     pic x(02) value spaces.
       77  cpr-status-pag       pic x(02) value spaces.
       77  cpr-status-parm      pic x(02) value spaces.
       77  cpr-status-relat     pic x(02) value spaces.
       77  cpr-fim-ordenacao    pic x value "N".
       77  cpr-carteira-aberta  pic x(01) value "N".
           88  cpr-tem-carteira        value "S".

       77  cpr-data-real        pic 9(08) value zeros.
       77  cpr-data-negocio     pic 9(08) value zeros.
       77  cpr-periodo          pic 9(06) value zeros.
       77  cpr-prm-periodo      pic x(06) value spaces.

       77  cpr-rpt-base         pic x(08) value "CRPERREL".
       77  cpr-nome-relatorio   pic x(30) value spaces.
       77  cpr-rpt-status       pic x(01) value spaces.

       77  cpr-primeiro-reg     pic x value "S".
           88  cpr-primeira-vez        value "S".
       77  cpr-secao-anterior   pic 9(01) value zeros.
       77  cpr-filial-anterior  pic 9(03) value zeros.
       77  cpr-ix               pic 9(02) value zeros.

       77  cpr-fil-qtde         pic 9(05) value zeros.
       77  cpr-fil-valor        pic 9(011)v99 value zeros.
       77  cpr-sec-qtde         pic 9(05) value zeros.
       77  cpr-sec-valor        pic 9(011)v99 value zeros.
       77  cpr-tot-baixado      pic 9(011)v99 value zeros.
       77  cpr-qtd-baixados     pic 9(05) value zeros.
       77  cpr-qtd-recuperados  pic 9(05) value zeros.
       77  cpr-tot-recuperado   pic 9(011)v99 value zeros.
       77  cpr-linhas-pagina    pic 99 value zeros.
       77  cpr-max-linhas       pic 99 value 50.
       77  cpr-num-pagina       pic 9(05) value zeros.

       01  cabecalho-perdas.
           05  filler                pic x(31) value
                  "REGISTRO DE PERDAS - MES: ".
           05  cp-mes                pic 99.
           05  filler                pic x(01) value "/".
           05  cp-ano                pic 9(04).
           05  filler                pic x(62) value spaces.
           05  filler                pic x(08) value "PAGINA: ".
           05  cp-pagina             pic zzzz9.
       01  cabecalho-secao-baixa.
           05  filler                pic x(40) value
                  "TITULOS BAIXADOS COMO PERDA NO MES".
       01  cabecalho-secao-recup.
           05  filler                pic x(40) value
                  "RECUPERACOES DE TITULOS EM PERDA NO MES".
       01  cabecalho-colunas-pr.
           05  filler                pic x(09) value "CLIENTE".
           05  filler                pic x(25) value "TITULO".
           05  filler                pic x(11) value "DATA".
           05  filler                pic x(15) value
                  "          VALOR".
           05  filler                pic x(02) value spaces.
           05  filler                pic x(36) value "MOTIVO".
           05  filler                pic x(09) value "PEDIDO".
           05  filler                pic x(08) value "LIBEROU".
       01  linha-filial-pr.
           05  filler                pic x(08) value "FILIAL: ".
           05  lfp-filial            pic 9(03).
       01  linha-detalhe-pr.
           05  filler                pic x(02) value spaces.
           05  ldp-cliente           pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  ldp-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  ldp-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  ldp-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  ldp-parcela           pic 9(02).
           05  filler                pic x(02) value spaces.
           05  ldp-dia               pic 99.
           05  filler                pic x(01) value "/".
           05  ldp-mes               pic 99.
           05  filler                pic x(01) value "/".
           05  ldp-ano               pic 9(04).
           05  filler                pic x(02) value spaces.
           05  ldp-valor             pic z.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldp-motivo            pic 9(02).
           05  filler                pic x(01) value space.
           05  ldp-motivo-desc       pic x(30).
           05  filler                pic x(03) value spaces.
           05  ldp-solicitante       pic x(08).
           05  filler                pic x(01) value space.
           05  ldp-liberador         pic x(08).
       01  linha-total-pr.
           05  filler                pic x(02) value spaces.
           05  ltp-descricao         pic x(38).
           05  ltp-qtde              pic zzzz9.
           05  filler                pic x(01) value space.
           05  ltp-valor             pic zz.zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using cpr-data-real cpr-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-perdas
               on ascending key spr-secao
                                spr-filial
                                spr-cliente
                                spr-chave-titulo
               input procedure 2000-carrega-movimento
                        thru 2000-carrega-movimento-exit
               output procedure 3000-imprime-registro
                        thru 3000-imprime-registro-exit
           if cpr-tem-carteira
              close contas-receber
           end-if
           close perdas-relatorio
           display "CRPERREL: registro de perdas em "
                   cpr-nome-relatorio
           stop run.

       1000-abrir-arquivos.
           perform 1100-define-periodo thru 1100-define-periodo-exit
           open input contas-receber
           if cpr-cr-ok
              move "S" to cpr-carteira-aberta
           end-if
           call "RPTNAME" using cpr-rpt-base cpr-nome-relatorio
                                 cpr-rpt-status
           end-call
           if cpr-rpt-status not = "0"
              move "CRPERREL.RPT" to cpr-nome-relatorio
           end-if
           open output perdas-relatorio.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Mes do registro: AAAAMM na primeira linha do CRPERREL.PRM  *
      * (reemissao de mes fechado) ou o mes da data de negocio.    *
      *-----------------------------------------------------------*
       1100-define-periodo.
           move cpr-data-negocio(1:6) to cpr-periodo
           open input arq-parametros
           if cpr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to cpr-prm-periodo
              unstring prm-linha delimited by ";" or space
                  into cpr-prm-periodo
              end-unstring
              if cpr-prm-periodo not = spaces
                 if cpr-prm-periodo is not numeric
                    or cpr-prm-periodo(5:2) < "01"
                    or cpr-prm-periodo(5:2) > "12"
                    display "CRPERREL: mes invalido em CRPERREL.PRM - "
                            cpr-prm-periodo
                    move 16 to return-code
                    stop run
                 end-if
                 move cpr-prm-periodo to cpr-periodo
              end-if
           end-if
           move cpr-periodo(5:2) to cp-mes
           move cpr-periodo(1:4) to cp-ano.
       1100-define-periodo-exit.
           exit.

       2000-carrega-movimento.
           open input perdas-log
           if cpr-status-perda = "00"
              perform 2010-libera-baixa thru 2010-libera-baixa-exit
                  until cpr-status-perda not = "00"
              close perdas-log
           end-if
           open input pagamentos-cr
           if cpr-status-pag = "00"
              perform 2020-libera-recuperacao
                 thru 2020-libera-recuperacao-exit
                  until cpr-status-pag not = "00"
              close pagamentos-cr
           end-if.
       2000-carrega-movimento-exit.
           exit.

       2010-libera-baixa.
           read perdas-log
               at end
                   move "10" to cpr-status-perda
                   go to 2010-libera-baixa-exit
           end-read
           if per-data-baixa(1:6) not = cpr-periodo
              go to 2010-libera-baixa-exit
           end-if
           move 1 to spr-secao
           move per-filial to spr-filial
           move per-cliente to spr-cliente
           move per-chave-titulo to spr-chave-titulo
           move per-data-baixa to spr-data
           move per-valor-baixado to spr-valor
           move per-motivo to spr-motivo
           move per-solicitante to spr-solicitante
           move per-liberador to spr-liberador
           release spr-registro.
       2010-libera-baixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Recuperacao: movimento de CRPAGTOS marcado como tal, com a *
      * filial do titulo na carteira.                              *
      *-----------------------------------------------------------*
       2020-libera-recuperacao.
           read pagamentos-cr
               at end
                   move "10" to cpr-status-pag
                   go to 2020-libera-recuperacao-exit
           end-read
           if not crp-recuperacao
              or crp-data-pagamento(1:6) not = cpr-periodo
              go to 2020-libera-recuperacao-exit
           end-if
           move 2 to spr-secao
           move zeros to spr-filial
           move crp-cliente to spr-cliente
           move crp-periodo to spr-periodo
           move crp-lote to spr-lote
           move crp-sequencial to spr-sequencial
           if crp-parcela is numeric and crp-parcela > zeros
              move crp-parcela to spr-parcela
           else
              move 1 to spr-parcela
           end-if
           if cpr-tem-carteira
              move spr-chave-titulo to cr-chave
              read contas-receber
                  invalid key
                      move zeros to cr-filial
              end-read
              move cr-filial to spr-filial
           end-if
           move crp-data-pagamento to spr-data
           move crp-valor to spr-valor
           move zeros to spr-motivo
           move crp-operador to spr-solicitante
           move spaces to spr-liberador
           release spr-registro.
       2020-libera-recuperacao-exit.
           exit.

       3000-imprime-registro.
           move "N" to cpr-fim-ordenacao
           perform 3010-imprime-cabecalho
              thru 3010-imprime-cabecalho-exit
           perform 3020-processa-linha thru 3020-processa-linha-exit
               until cpr-fim-ordenacao = "S"
           if not cpr-primeira-vez
              perform 3060-subtotal-filial
                 thru 3060-subtotal-filial-exit
              perform 3070-total-secao thru 3070-total-secao-exit
           end-if
           move "TOTAL BAIXADO COMO PERDA NO MES:" to ltp-descricao
           move cpr-qtd-baixados to ltp-qtde
           move cpr-tot-baixado to ltp-valor
           write linha-relatorio from linha-total-pr
               after advancing 3 lines
           move "TOTAL RECUPERADO NO MES:" to ltp-descricao
           move cpr-qtd-recuperados to ltp-qtde
           move cpr-tot-recuperado to ltp-valor
           write linha-relatorio from linha-total-pr
               after advancing 1 line.
       3000-imprime-registro-exit.
           exit.

       3010-imprime-cabecalho.
           add 1 to cpr-num-pagina
           move cpr-num-pagina to cp-pagina
           move 0 to cpr-linhas-pagina
           write linha-relatorio from cabecalho-perdas
               after advancing page
           write linha-relatorio from cabecalho-colunas-pr
               after advancing 2 lines
           add 3 to cpr-linhas-pagina.
       3010-imprime-cabecalho-exit.
           exit.

       3020-processa-linha.
           return ordenacao-perdas
               at end
                   move "S" to cpr-fim-ordenacao
                   go to 3020-processa-linha-exit
           end-return
           if cpr-primeira-vez
              move "N" to cpr-primeiro-reg
              move spr-secao to cpr-secao-anterior
              move spr-filial to cpr-filial-anterior
              perform 3030-abre-secao thru 3030-abre-secao-exit
              perform 3040-abre-filial thru 3040-abre-filial-exit
           end-if
           if spr-secao not = cpr-secao-anterior
              perform 3060-subtotal-filial
                 thru 3060-subtotal-filial-exit
              perform 3070-total-secao thru 3070-total-secao-exit
              move spr-secao to cpr-secao-anterior
              move spr-filial to cpr-filial-anterior
              perform 3030-abre-secao thru 3030-abre-secao-exit
              perform 3040-abre-filial thru 3040-abre-filial-exit
           else
              if spr-filial not = cpr-filial-anterior
                 perform 3060-subtotal-filial
                    thru 3060-subtotal-filial-exit
                 move spr-filial to cpr-filial-anterior
                 perform 3040-abre-filial thru 3040-abre-filial-exit
              end-if
           end-if
           perform 3050-imprime-detalhe thru 3050-imprime-detalhe-exit.
       3020-processa-linha-exit.
           exit.

       3030-abre-secao.
           if cpr-linhas-pagina not < cpr-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           if spr-baixa
              write linha-relatorio from cabecalho-secao-baixa
                  after advancing 2 lines
           else
              write linha-relatorio from cabecalho-secao-recup
                  after advancing 2 lines
           end-if
           add 2 to cpr-linhas-pagina.
       3030-abre-secao-exit.
           exit.

       3040-abre-filial.
           if cpr-linhas-pagina not < cpr-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           move spr-filial to lfp-filial
           write linha-relatorio from linha-filial-pr
               after advancing 2 lines
           add 2 to cpr-linhas-pagina.
       3040-abre-filial-exit.
           exit.

       3050-imprime-detalhe.
           if cpr-linhas-pagina not < cpr-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           move spr-cliente to ldp-cliente
           move spr-periodo to ldp-periodo
           move spr-lote to ldp-lote
           move spr-sequencial to ldp-sequencial
           move spr-parcela to ldp-parcela
           move spr-data(7:2) to ldp-dia
           move spr-data(5:2) to ldp-mes
           move spr-data(1:4) to ldp-ano
           move spr-valor to ldp-valor
           move spr-solicitante to ldp-solicitante
           move spr-liberador to ldp-liberador
           move zeros to ldp-motivo
           move spaces to ldp-motivo-desc
           if spr-baixa
              move spr-motivo to ldp-motivo
              move 1 to cpr-ix
              perform 3055-procura-motivo
                 thru 3055-procura-motivo-exit
                  until cpr-ix > pmt-qtde-motivos
           end-if
           write linha-relatorio from linha-detalhe-pr
               after advancing 1 line
           add 1 to cpr-linhas-pagina
           add 1 to cpr-fil-qtde
           add spr-valor to cpr-fil-valor.
       3050-imprime-detalhe-exit.
           exit.

       3055-procura-motivo.
           if pmt-codigo(cpr-ix) = spr-motivo
              move pmt-descricao(cpr-ix) to ldp-motivo-desc
              move pmt-qtde-motivos to cpr-ix
           end-if
           add 1 to cpr-ix.
       3055-procura-motivo-exit.
           exit.

       3060-subtotal-filial.
           move "TOTAL DA FILIAL:" to ltp-descricao
           move cpr-fil-qtde to ltp-qtde
           move cpr-fil-valor to ltp-valor
           write linha-relatorio from linha-total-pr
               after advancing 1 line
           add 1 to cpr-linhas-pagina
           add cpr-fil-qtde to cpr-sec-qtde
           add cpr-fil-valor to cpr-sec-valor
           move zeros to cpr-fil-qtde cpr-fil-valor.
       3060-subtotal-filial-exit.
           exit.

       3070-total-secao.
           if cpr-secao-anterior = 1
              move "TOTAL DE TITULOS BAIXADOS:" to ltp-descricao
              add cpr-sec-valor to cpr-tot-baixado
              add cpr-sec-qtde to cpr-qtd-baixados
           else
              move "TOTAL DE RECUPERACOES:" to ltp-descricao
              add cpr-sec-valor to cpr-tot-recuperado
              add cpr-sec-qtde to cpr-qtd-recuperados
           end-if
           move cpr-sec-qtde to ltp-qtde
           move cpr-sec-valor to ltp-valor
           write linha-relatorio from linha-total-pr
               after advancing 2 lines
           add 2 to cpr-linhas-pagina
           move zeros to cpr-sec-qtde cpr-sec-valor.
       3070-total-secao-exit.
           exit.
