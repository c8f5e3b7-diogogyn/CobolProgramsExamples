      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. irrfrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Resumo mensal do IR retido na fonte      *
      *                    sobre comissoes: para o mes de pagamento *
      *                    do IRRFREL.PRM (sem parametro, o mes     *
      *                    anterior ao da data de negocio) lista    *
      *                    por vendedor o rendimento e o imposto    *
      *                    retido na interface da folha (historico  *
      *                    FOLHAHIS) e nos cheques (CHEQREG), com   *
      *                    o total a recolher - o valor da guia     *
      *                    confere com o que foi retido.            *
      * 15/10/2026 EQP     O IR de cheque prescrito sustado pelo    *
      *                    CHQSUST continua no mes da emissao.      *
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
           select arq-parametros assign to "IRRFREL.PRM"
               organization is line sequential
               file status is irr-status-parm.

           select folha-historico assign to "FOLHAHIS"
               organization is line sequential
               file status is irr-status-fhist.

           select cheque-registro assign to "CHEQREG"
               organization is indexed
               access mode is dynamic
               record key is chr-numero
               file status is irr-status-cheque.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is irr-status-vendedor.

           select ordenacao-retencao assign to "IRRSORT".

           select retencao-relatorio
               assign to dynamic irr-nome-relatorio
               organization is line sequential
               file status is irr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  folha-historico.
           copy FOLHAHIS.

       fd  cheque-registro.
           copy CHQREG.

       fd  vendedor-mestre.
           copy VDRREC.

      *-----------------------------------------------------------*
      * Um pagamento com retencao: folha (origem "F", documento =  *
      * periodo) ou cheque (origem "C", documento = numero).       *
      *-----------------------------------------------------------*
       sd  ordenacao-retencao.
       01  sir-registro.
           05  sir-vendedor          pic 9(05).
           05  sir-origem            pic x(01).
           05  sir-documento         pic 9(07).
           05  sir-rendimento        pic 9(09)v99.
           05  sir-retido            pic 9(09)v99.

       fd  retencao-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  irr-status-parm      pic x(02) value spaces.
       77  irr-status-fhist     pic x(02) value spaces.
           88  irr-fim-fhist           value "10".
       77  irr-status-cheque    pic x(02) value spaces.
       77  irr-status-vendedor  pic x(02) value spaces.
       77  irr-status-relat     pic x(02) value spaces.
       77  irr-vendedor-aberto  pic x(01) value "N".
           88  irr-tem-vendedores      value "S".
       77  irr-fim-ordenacao    pic x(01) value "N".
           88  irr-sem-mais-ordem      value "S".

       77  irr-data-real        pic 9(08) value zeros.
       77  irr-data-negocio     pic 9(08) value zeros.
       77  irr-prm-mes          pic x(06) value spaces.
       77  irr-mes-pagamento    pic 9(06) value zeros.

       77  irr-rpt-base         pic x(08) value "IRRFREL ".
       77  irr-nome-relatorio   pic x(30) value spaces.
       77  irr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Linhas da folha do mes: periodo fechado de novo apos       *
      * reabertura de lote substitui o fechamento anterior do      *
      * mesmo periodo e vendedor.                                  *
      *-----------------------------------------------------------*
       01  irr-tabela-folha.
           05  irr-qtde-folha        pic 9(04) value zeros.
           05  irr-folha             occurs 2000 times.
               10  irr-fo-periodo    pic 9(06).
               10  irr-fo-vendedor   pic 9(05).
               10  irr-fo-rendimento pic 9(09)v99.
               10  irr-fo-retido     pic 9(09)v99.
       77  irr-indice           pic 9(04) value zeros.
       77  irr-posicao          pic 9(04) value zeros.
       77  irr-qtde-descartadas pic 9(07) value zeros.

       77  irr-primeiro-reg     pic x(01) value "S".
           88  irr-primeira-vez        value "S".
       77  irr-vendedor-anterior pic 9(05) value zeros.
       77  irr-vdr-rendimento   pic 9(11)v99 value zeros.
       77  irr-vdr-retido       pic 9(11)v99 value zeros.
       77  irr-folha-rendimento pic 9(11)v99 value zeros.
       77  irr-folha-retido     pic 9(11)v99 value zeros.
       77  irr-cheque-rendimento pic 9(11)v99 value zeros.
       77  irr-cheque-retido    pic 9(11)v99 value zeros.
       77  irr-qtde-vendedores  pic 9(05) value zeros.
       77  irr-total-retido     pic 9(11)v99 value zeros.

       01  cabecalho-retencao.
           05  filler                pic x(48) value
                  "RESUMO MENSAL DO IR RETIDO NA FONTE - COMISSOES".
           05  filler                pic x(22) value
                  "  MES DE PAGAMENTO: ".
           05  cr-mes                pic 99.
           05  filler                pic x(01) value "/".
           05  cr-ano                pic 9(04).
           05  filler                pic x(11) value "   EMISSAO ".
           05  cr-data               pic 9(08).
       01  cabecalho-colunas-retencao.
           05  filler                pic x(44) value
                  "VEND. NOME                            ORIGEM".
           05  filler                pic x(17) value
                  "        DOCUMENTO".
           05  filler                pic x(37) value
                  "         RENDIMENTO         IR RETIDO".
       01  linha-detalhe-retencao.
           05  ldr-vendedor          pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldr-nome              pic x(30).
           05  filler                pic x(02) value spaces.
           05  ldr-origem            pic x(10).
           05  filler                pic x(04) value spaces.
           05  ldr-documento         pic x(09).
           05  filler                pic x(02) value spaces.
           05  ldr-rendimento        pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldr-retido            pic zz.zzz.zzz.zz9,99.
       01  linha-total-retencao.
           05  filler                pic x(06) value spaces.
           05  ltr-descricao         pic x(40).
           05  filler                pic x(11) value spaces.
           05  ltr-rendimento        pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ltr-retido            pic zz.zzz.zzz.zz9,99.
       01  linha-aviso-retencao.
           05  lar-texto             pic x(80).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using irr-data-real irr-data-negocio
           end-call
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 2000-carrega-folha thru 2000-carrega-folha-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           open input vendedor-mestre
           if irr-status-vendedor = "00"
              set irr-tem-vendedores to true
           end-if
           sort ordenacao-retencao
               on ascending key sir-vendedor sir-origem sir-documento
               input procedure 2500-libera-pagamentos
                        thru 2500-libera-pagamentos-exit
               output procedure 3000-imprime-retencoes
                        thru 3000-imprime-retencoes-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           if irr-tem-vendedores
              close vendedor-mestre
           end-if
           close retencao-relatorio
           display "IRRFREL: mes " irr-mes-pagamento
                   " - IR retido " irr-total-retido
                   " - relatorio " irr-nome-relatorio
           if irr-qtde-descartadas > zeros
              display "IRRFREL: " irr-qtde-descartadas
                      " linhas da folha fora da tabela"
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Mes de pagamento (AAAAMM) na primeira linha do             *
      * IRRFREL.PRM; sem parametro, o mes anterior ao da data de   *
      * negocio - o imposto retido num mes e recolhido no seguinte.*
      *-----------------------------------------------------------*
       1100-le-parametro.
           compute irr-mes-pagamento = irr-data-negocio / 100
           if irr-mes-pagamento(5:2) = "01"
              compute irr-mes-pagamento =
                      irr-mes-pagamento - 100 + 11
           else
              subtract 1 from irr-mes-pagamento
           end-if
           open input arq-parametros
           if irr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to irr-prm-mes
              unstring prm-linha delimited by ";" or space
                  into irr-prm-mes
              end-unstring
              if irr-prm-mes not = spaces
                 if irr-prm-mes is not numeric
                    or irr-prm-mes(5:2) < "01"
                    or irr-prm-mes(5:2) > "12"
                    display "IRRFREL: mes invalido em "
                            "IRRFREL.PRM - " irr-prm-mes
                    move 16 to return-code
                    stop run
                 end-if
                 move irr-prm-mes to irr-mes-pagamento
              end-if
           end-if.
       1100-le-parametro-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using irr-rpt-base irr-nome-relatorio
                                 irr-rpt-status
           end-call
           if irr-rpt-status not = "0"
              move "IRRFREL.RPT" to irr-nome-relatorio
           end-if
           open output retencao-relatorio
           move irr-mes-pagamento(5:2) to cr-mes
           move irr-mes-pagamento(1:4) to cr-ano
           move irr-data-negocio to cr-data
           write linha-relatorio from cabecalho-retencao
           write linha-relatorio from cabecalho-colunas-retencao
               after advancing 2 lines.
       1000-abrir-relatorio-exit.
           exit.

      *-----------------------------------------------------------*
      * Fechamentos da folha gerados no mes de pagamento, pela     *
      * data de geracao da interface.                              *
      *-----------------------------------------------------------*
       2000-carrega-folha.
           open input folha-historico
           if irr-status-fhist = "35"
              go to 2000-carrega-folha-exit
           end-if
           if irr-status-fhist not = "00"
              display "IRRFREL: erro ao abrir FOLHAHIS - status "
                      irr-status-fhist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-folha thru 2010-le-folha-exit
               until irr-fim-fhist
           close folha-historico.
       2000-carrega-folha-exit.
           exit.

       2010-le-folha.
           read folha-historico
               at end
                   go to 2010-le-folha-exit
           end-read
           if not fhi-fechamento
              or fhi-data-geracao(1:6) not = irr-mes-pagamento
              go to 2010-le-folha-exit
           end-if
           move zeros to irr-posicao
           perform 2020-compara-folha thru 2020-compara-folha-exit
               varying irr-indice from 1 by 1
               until irr-indice > irr-qtde-folha
                  or irr-posicao > zeros
           if irr-posicao = zeros
              if irr-qtde-folha not < 2000
                 add 1 to irr-qtde-descartadas
                 go to 2010-le-folha-exit
              end-if
              add 1 to irr-qtde-folha
              move irr-qtde-folha to irr-posicao
              move fhi-periodo to irr-fo-periodo(irr-posicao)
              move fhi-vendedor to irr-fo-vendedor(irr-posicao)
           end-if
           compute irr-fo-rendimento(irr-posicao) =
                   fhi-comissao-bruta + fhi-bonus
           move fhi-retencao to irr-fo-retido(irr-posicao).
       2010-le-folha-exit.
           exit.

       2020-compara-folha.
           if irr-fo-periodo(irr-indice) = fhi-periodo
              and irr-fo-vendedor(irr-indice) = fhi-vendedor
              move irr-indice to irr-posicao
           end-if.
       2020-compara-folha-exit.
           exit.

       2500-libera-pagamentos.
           perform 2510-libera-folha thru 2510-libera-folha-exit
               varying irr-indice from 1 by 1
               until irr-indice > irr-qtde-folha
           open input cheque-registro
           if irr-status-cheque = "00"
              perform 2520-libera-cheque thru 2520-libera-cheque-exit
                  until irr-status-cheque not = "00"
              close cheque-registro
           end-if.
       2500-libera-pagamentos-exit.
           exit.

       2510-libera-folha.
           if irr-fo-retido(irr-indice) = zeros
              go to 2510-libera-folha-exit
           end-if
           move irr-fo-vendedor(irr-indice) to sir-vendedor
           move "F" to sir-origem
           move irr-fo-periodo(irr-indice) to sir-documento
           move irr-fo-rendimento(irr-indice) to sir-rendimento
           move irr-fo-retido(irr-indice) to sir-retido
           release sir-registro.
       2510-libera-folha-exit.
           exit.

      *-----------------------------------------------------------*
      * Cheques emitidos no mes com retencao; sustado nao paga e   *
      * nao retem - menos o prescrito (CHQSUST), cujo IR ficou     *
      * retido na emissao e cujo valor volta ao vendedor.          *
      *-----------------------------------------------------------*
       2520-libera-cheque.
           read cheque-registro next record
               at end
                   move "10" to irr-status-cheque
                   go to 2520-libera-cheque-exit
           end-read
           if chr-data-emissao(1:6) not = irr-mes-pagamento
              or chr-retencao is not numeric
              go to 2520-libera-cheque-exit
           end-if
           if chr-sustado and not chr-sustado-prescrito
              go to 2520-libera-cheque-exit
           end-if
           if chr-retencao = zeros
              go to 2520-libera-cheque-exit
           end-if
           move chr-vendedor to sir-vendedor
           move "C" to sir-origem
           move chr-numero to sir-documento
           compute sir-rendimento = chr-valor + chr-retencao
           move chr-retencao to sir-retido
           release sir-registro.
       2520-libera-cheque-exit.
           exit.

       3000-imprime-retencoes.
           perform 3010-proximo-pagamento
              thru 3010-proximo-pagamento-exit
               until irr-sem-mais-ordem
           if not irr-primeira-vez
              perform 3200-fecha-vendedor
                 thru 3200-fecha-vendedor-exit
           end-if.
       3000-imprime-retencoes-exit.
           exit.

       3010-proximo-pagamento.
           return ordenacao-retencao
               at end
                   set irr-sem-mais-ordem to true
                   go to 3010-proximo-pagamento-exit
           end-return
           if irr-primeira-vez
              or sir-vendedor not = irr-vendedor-anterior
              if not irr-primeira-vez
                 perform 3200-fecha-vendedor
                    thru 3200-fecha-vendedor-exit
              end-if
              move "N" to irr-primeiro-reg
              move sir-vendedor to irr-vendedor-anterior
              move zeros to irr-vdr-rendimento irr-vdr-retido
              add 1 to irr-qtde-vendedores
           end-if
           move sir-vendedor to ldr-vendedor
           move "VENDEDOR NAO CADASTRADO" to ldr-nome
           if irr-tem-vendedores
              move sir-vendedor to vdr-codigo
              read vendedor-mestre
                  invalid key
                      continue
                  not invalid key
                      move vdr-nome to ldr-nome
              end-read
           end-if
           if sir-origem = "F"
              move "FOLHA" to ldr-origem
              move sir-documento(2:6) to ldr-documento
              add sir-rendimento to irr-folha-rendimento
              add sir-retido to irr-folha-retido
           else
              move "CHEQUE" to ldr-origem
              move sir-documento to ldr-documento
              add sir-rendimento to irr-cheque-rendimento
              add sir-retido to irr-cheque-retido
           end-if
           move sir-rendimento to ldr-rendimento
           move sir-retido to ldr-retido
           write linha-relatorio from linha-detalhe-retencao
               after advancing 1 line
           add sir-rendimento to irr-vdr-rendimento
           add sir-retido to irr-vdr-retido.
       3010-proximo-pagamento-exit.
           exit.

       3200-fecha-vendedor.
           move "TOTAL DO VENDEDOR" to ltr-descricao
           move irr-vdr-rendimento to ltr-rendimento
           move irr-vdr-retido to ltr-retido
           write linha-relatorio from linha-total-retencao
               after advancing 1 line
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       3200-fecha-vendedor-exit.
           exit.

       4000-imprime-totais.
           if irr-primeira-vez
              move "NENHUMA RETENCAO DE IR NO MES." to lar-texto
              write linha-relatorio from linha-aviso-retencao
                  after advancing 2 lines
           end-if
           move "RETIDO NA INTERFACE DA FOLHA" to ltr-descricao
           move irr-folha-rendimento to ltr-rendimento
           move irr-folha-retido to ltr-retido
           write linha-relatorio from linha-total-retencao
               after advancing 2 lines
           move "RETIDO NOS CHEQUES DE COMISSAO" to ltr-descricao
           move irr-cheque-rendimento to ltr-rendimento
           move irr-cheque-retido to ltr-retido
           write linha-relatorio from linha-total-retencao
               after advancing 1 line
           compute irr-total-retido =
                   irr-folha-retido + irr-cheque-retido
           move "TOTAL A RECOLHER NO MES" to ltr-descricao
           compute ltr-rendimento =
                   irr-folha-rendimento + irr-cheque-rendimento
           move irr-total-retido to ltr-retido
           write linha-relatorio from linha-total-retencao
               after advancing 2 lines.
       4000-imprime-totais-exit.
           exit.
