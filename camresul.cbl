      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. camresul.
       author. Dos.
       installation. exercicios de treinamento.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Resultado de cambio do caixa no mes:     *
      *                    compras e vendas de moeda ao cliente     *
      *                    (VALORES.DAT) por filial, operador e     *
      *                    dia, com o spread ganho contra a taxa    *
      *                    de referencia CAMBIO gravada em cada     *
      *                    operacao, a posicao liquida em USD do    *
      *                    caixa no dia conferida com o USD         *
      *                    contado no fechamento (CAIXASES) e       *
      *                    totais mensais por operador e filial.    *
      *                    Recibos cancelados (RECIBCAN) ficam de   *
      *                    fora.                                    *
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
           select valor-cadastro assign to "VALORES.DAT"
               organization is line sequential
               file status is crs-status-valor.

           select recibo-cancelado assign to "RECIBCAN.DAT"
               organization is line sequential
               file status is crs-status-cancel.

           select caixa-sessoes assign to "CAIXASES"
               organization is indexed
               access mode is dynamic
               record key is cxs-chave
               file status is crs-status-caixa.

           select ordenacao-cambio assign to "CRSSORT".

           select resultado-relatorio assign to "CAMRESUL.RPT"
               organization is line sequential
               file status is crs-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  valor-cadastro.
           copy VALOREG.

       fd  recibo-cancelado.
           copy RECIBCAN.

       fd  caixa-sessoes.
           copy CAIXAREC.

       sd  ordenacao-cambio.
       01  scr-registro.
           05  scr-filial            pic 9(03).
           05  scr-operador          pic x(08).
           05  scr-data              pic 9(08).
           05  scr-tipo              pic x(01).
           05  scr-valor-usd         pic 9(09)v99.
           05  scr-spread            pic s9(11)v99.

       fd  resultado-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       copy DATASIS.

       77  crs-status-valor     pic x(02) value spaces.
           88  crs-fim-valores         value "10".
       77  crs-status-cancel    pic x(02) value spaces.
           88  crs-fim-cancel          value "10".
       77  crs-status-caixa     pic x(02) value spaces.
       77  crs-status-relat     pic x(02) value spaces.
       77  crs-tem-caixa        pic x(01) value "N".
           88  crs-caixa-disponivel    value "S".
       77  crs-fim-ordenacao    pic x(01) value "N".
       77  crs-primeiro-reg     pic x(01) value "S".
           88  crs-primeira-vez        value "S".

       77  crs-periodo          pic 9(06) value zeros.
       77  crs-data-real        pic 9(08) value zeros.
       77  crs-data-negocio     pic 9(08) value zeros.
       77  crs-qtde-lidos       pic 9(07) value zeros.
       77  crs-qtde-cancelados  pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Recibos cancelados: numeros carregados de RECIBCAN.DAT     *
      * para excluir as operacoes anuladas.                        *
      *-----------------------------------------------------------*
       01  crs-tabela-cancelados.
           05  crs-qtde-tab-canc     pic 9(05) value zeros.
           05  crs-recibo-cancelado  pic 9(07) occurs 5000 times.
       77  crs-indice           pic 9(05) value zeros.
       77  crs-achou            pic x(01) value "N".
           88  crs-recibo-anulado      value "S".
       77  crs-qtde-nao-carreg  pic 9(05) value zeros.

       77  crs-filial-anterior  pic 9(03) value zeros.
       77  crs-oper-anterior    pic x(08) value spaces.
       77  crs-data-anterior    pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Acumuladores: dia, operador (mes), filial (mes) e geral.   *
      * A posicao em USD soma lancamentos simples e compras e      *
      * abate as vendas - e o que a gaveta deve ter em dolar.      *
      *-----------------------------------------------------------*
       01  crs-acum-dia.
           05  crs-dia-qtde-compra   pic 9(07).
           05  crs-dia-usd-compra    pic 9(11)v99.
           05  crs-dia-qtde-venda    pic 9(07).
           05  crs-dia-usd-venda     pic 9(11)v99.
           05  crs-dia-spread        pic s9(11)v99.
           05  crs-dia-posicao       pic s9(11)v99.
       01  crs-acum-operador.
           05  crs-ope-qtde-compra   pic 9(07).
           05  crs-ope-usd-compra    pic 9(11)v99.
           05  crs-ope-qtde-venda    pic 9(07).
           05  crs-ope-usd-venda     pic 9(11)v99.
           05  crs-ope-spread        pic s9(11)v99.
           05  crs-ope-posicao       pic s9(11)v99.
       01  crs-acum-filial.
           05  crs-fil-qtde-compra   pic 9(07).
           05  crs-fil-usd-compra    pic 9(11)v99.
           05  crs-fil-qtde-venda    pic 9(07).
           05  crs-fil-usd-venda     pic 9(11)v99.
           05  crs-fil-spread        pic s9(11)v99.
           05  crs-fil-posicao       pic s9(11)v99.
       01  crs-acum-geral.
           05  crs-ger-qtde-compra   pic 9(07) value zeros.
           05  crs-ger-usd-compra    pic 9(11)v99 value zeros.
           05  crs-ger-qtde-venda    pic 9(07) value zeros.
           05  crs-ger-usd-venda     pic 9(11)v99 value zeros.
           05  crs-ger-spread        pic s9(11)v99 value zeros.
           05  crs-ger-posicao       pic s9(11)v99 value zeros.
       77  crs-diferenca-usd    pic s9(11)v99 value zeros.
       77  crs-qtde-divergente  pic 9(05) value zeros.

       01  cab-resultado.
           05  filler                pic x(38) value
                  "RESULTADO DE CAMBIO DO CAIXA - PERIODO".
           05  filler                pic x(01) value space.
           05  cr-mes                pic 9(02).
           05  filler                pic x(01) value "/".
           05  cr-ano                pic 9(04).
       01  cab-colunas.
           05  filler                pic x(38) value
              "DATA          COMPRAS   USD COMPRADO  ".
           05  filler                pic x(44) value
              "  VENDAS    USD VENDIDO      SPREAD BRL     ".
           05  filler                pic x(42) value
              "POSICAO USD    CONTADO USD   DIFERENCA USD".
       01  linha-filial.
           05  filler                pic x(08) value "FILIAL: ".
           05  lfi-filial            pic 9(03).
       01  linha-operador.
           05  filler                pic x(03) value spaces.
           05  filler                pic x(10) value "OPERADOR: ".
           05  lop-operador          pic x(08).
       01  linha-dia.
           05  ldi-dia               pic 9(02).
           05  filler                pic x(01) value "/".
           05  ldi-mes               pic 9(02).
           05  filler                pic x(01) value "/".
           05  ldi-ano               pic 9(04).
           05  filler                pic x(02) value spaces.
           05  ldi-qtde-compra       pic z.zzz.zz9.
           05  filler                pic x(01) value space.
           05  ldi-usd-compra        pic zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-qtde-venda        pic z.zzz.zz9.
           05  filler                pic x(01) value space.
           05  ldi-usd-venda         pic zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-spread            pic -zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-posicao           pic -zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldi-contado           pic zzz.zzz.zz9,99.
           05  ldi-contado-x redefines ldi-contado
                                     pic x(14).
           05  filler                pic x(01) value space.
           05  ldi-diferenca         pic -zzz.zzz.zz9,99.
           05  ldi-diferenca-x redefines ldi-diferenca
                                     pic x(15).
       01  linha-total.
           05  lto-descricao         pic x(24).
           05  lto-qtde-compra       pic z.zzz.zz9.
           05  filler                pic x(01) value space.
           05  lto-usd-compra        pic zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  lto-qtde-venda        pic z.zzz.zz9.
           05  filler                pic x(01) value space.
           05  lto-usd-venda         pic zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  lto-spread            pic -zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  lto-posicao           pic -zzz.zzz.zz9,99.
       01  linha-rodape.
           05  lro-descricao         pic x(40).
           05  lro-qtde              pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "RESULTADO DE CAMBIO DO CAIXA" at 0310
           display "Mes (AAAAMM, zeros = mes corrente): " at 0510
           accept crs-periodo at 0547
           if crs-periodo = zeros
              call "BUSDATE" using crs-data-real crs-data-negocio
              end-call
              move crs-data-negocio(1:6) to crs-periodo
           end-if
           if crs-periodo(5:2) < "01" or crs-periodo(5:2) > "12"
              display "Mes invalido." at 0710
              go to inicio
           end-if
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-carrega-cancelados
              thru 1100-carrega-cancelados-exit
           sort ordenacao-cambio
               on ascending key scr-filial
                                scr-operador
                                scr-data
               input procedure 2000-seleciona-operacoes
                        thru 2000-seleciona-operacoes-exit
               output procedure 3000-imprime-resultado
                        thru 3000-imprime-resultado-exit
           if crs-caixa-disponivel
              close caixa-sessoes
           end-if
           close resultado-relatorio
           if crs-qtde-divergente > zeros
              or crs-qtde-nao-carreg > zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           open input valor-cadastro
           if crs-status-valor not = "00"
              display "CAMRESUL: erro ao abrir VALORES.DAT - status "
                       crs-status-valor
              move 16 to return-code
              stop run
           end-if
           open input caixa-sessoes
           if crs-status-caixa = "00"
              move "S" to crs-tem-caixa
           end-if
           open output resultado-relatorio
           if crs-status-relat not = "00"
              display "CAMRESUL: erro ao abrir CAMRESUL.RPT - status "
                       crs-status-relat
              move 16 to return-code
              stop run
           end-if
           move crs-periodo(5:2) to cr-mes
           move crs-periodo(1:4) to cr-ano
           write linha-relatorio from cab-resultado
           write linha-relatorio from cab-colunas
               after advancing 2 lines.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Numeros dos recibos cancelados; sem o arquivo, nenhum.     *
      *-----------------------------------------------------------*
       1100-carrega-cancelados.
           open input recibo-cancelado
           if crs-status-cancel not = "00"
              go to 1100-carrega-cancelados-exit
           end-if
           perform 1110-carrega-um-cancelado
              thru 1110-carrega-um-cancelado-exit
               until crs-fim-cancel
           close recibo-cancelado.
       1100-carrega-cancelados-exit.
           exit.

       1110-carrega-um-cancelado.
           read recibo-cancelado
               at end
                   set crs-fim-cancel to true
               not at end
                   if crs-qtde-tab-canc < 5000
                      add 1 to crs-qtde-tab-canc
                      move rcn-recibo
                        to crs-recibo-cancelado(crs-qtde-tab-canc)
                   else
                      add 1 to crs-qtde-nao-carreg
                   end-if
           end-read.
       1110-carrega-um-cancelado-exit.
           exit.

      *-----------------------------------------------------------*
      * Lancamentos em USD do mes (simples, compras e vendas) que  *
      * nao foram cancelados.  A filial vem da sessao de caixa do  *
      * operador no dia; sem sessao, a matriz (000).               *
      *-----------------------------------------------------------*
       2000-seleciona-operacoes.
           perform 2010-le-um-valor thru 2010-le-um-valor-exit
           perform 2020-libera-operacao
              thru 2020-libera-operacao-exit
               until crs-fim-valores
           close valor-cadastro.
       2000-seleciona-operacoes-exit.
           exit.

       2010-le-um-valor.
           read valor-cadastro
               at end
                   set crs-fim-valores to true
               not at end
                   add 1 to crs-qtde-lidos
           end-read.
       2010-le-um-valor-exit.
           exit.

       2020-libera-operacao.
           if vl-registro(1:3) = "*T*"
              or vl-registro(1:3) = "*D*"
              go to 2020-proximo-valor
           end-if
           if not vl-moeda-dolar
              or vl-data-entrada not numeric
              or vl-data-entrada(1:6) not = crs-periodo
              go to 2020-proximo-valor
           end-if
           move "N" to crs-achou
           if vl-recibo is numeric and vl-recibo > zeros
              perform 2030-confere-cancelado
                 thru 2030-confere-cancelado-exit
                  varying crs-indice from 1 by 1
                  until crs-indice > crs-qtde-tab-canc
                     or crs-recibo-anulado
           end-if
           if crs-recibo-anulado
              add 1 to crs-qtde-cancelados
              go to 2020-proximo-valor
           end-if
           perform 2040-busca-filial thru 2040-busca-filial-exit
           move vl-operador to scr-operador
           move vl-data-entrada to scr-data
           move vl-valor to scr-valor-usd
           move zeros to scr-spread
           evaluate true
               when vl-compra-moeda
                   move "C" to scr-tipo
                   compute scr-spread rounded = vl-valor *
                           (vl-taxa-referencia - vl-taxa-cliente)
               when vl-venda-moeda
                   move "V" to scr-tipo
                   compute scr-spread rounded = vl-valor *
                           (vl-taxa-cliente - vl-taxa-referencia)
               when other
                   move "L" to scr-tipo
           end-evaluate
           release scr-registro.
       2020-proximo-valor.
           perform 2010-le-um-valor thru 2010-le-um-valor-exit.
       2020-libera-operacao-exit.
           exit.

       2030-confere-cancelado.
           if crs-recibo-cancelado(crs-indice) = vl-recibo
              move "S" to crs-achou
           end-if.
       2030-confere-cancelado-exit.
           exit.

       2040-busca-filial.
           move zeros to scr-filial
           if not crs-caixa-disponivel
              go to 2040-busca-filial-exit
           end-if
           move vl-operador to cxs-operador
           move vl-data-entrada to cxs-data
           read caixa-sessoes
               invalid key
                   continue
               not invalid key
                   if cxs-filial is numeric
                      move cxs-filial to scr-filial
                   end-if
           end-read.
       2040-busca-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Quebras em tres niveis: dia dentro de operador dentro de   *
      * filial; operador e filial fecham com o total do mes.       *
      *-----------------------------------------------------------*
       3000-imprime-resultado.
           move "N" to crs-fim-ordenacao
           perform 3020-processa-operacao
              thru 3020-processa-operacao-exit
               until crs-fim-ordenacao = "S"
           if not crs-primeira-vez
              perform 3060-fecha-dia thru 3060-fecha-dia-exit
              perform 3070-fecha-operador
                 thru 3070-fecha-operador-exit
              perform 3080-fecha-filial thru 3080-fecha-filial-exit
           end-if
           perform 3090-imprime-geral thru 3090-imprime-geral-exit.
       3000-imprime-resultado-exit.
           exit.

       3020-processa-operacao.
           return ordenacao-cambio
               at end
                   move "S" to crs-fim-ordenacao
                   go to 3020-processa-operacao-exit
           end-return
           if crs-primeira-vez
              move "N" to crs-primeiro-reg
              move scr-filial to crs-filial-anterior
              move scr-operador to crs-oper-anterior
              move scr-data to crs-data-anterior
              perform 3030-abre-filial thru 3030-abre-filial-exit
              perform 3040-abre-operador thru 3040-abre-operador-exit
              perform 3050-abre-dia thru 3050-abre-dia-exit
           end-if
           if scr-filial not = crs-filial-anterior
              perform 3060-fecha-dia thru 3060-fecha-dia-exit
              perform 3070-fecha-operador
                 thru 3070-fecha-operador-exit
              perform 3080-fecha-filial thru 3080-fecha-filial-exit
              move scr-filial to crs-filial-anterior
              move scr-operador to crs-oper-anterior
              move scr-data to crs-data-anterior
              perform 3030-abre-filial thru 3030-abre-filial-exit
              perform 3040-abre-operador thru 3040-abre-operador-exit
              perform 3050-abre-dia thru 3050-abre-dia-exit
           else
              if scr-operador not = crs-oper-anterior
                 perform 3060-fecha-dia thru 3060-fecha-dia-exit
                 perform 3070-fecha-operador
                    thru 3070-fecha-operador-exit
                 move scr-operador to crs-oper-anterior
                 move scr-data to crs-data-anterior
                 perform 3040-abre-operador
                    thru 3040-abre-operador-exit
                 perform 3050-abre-dia thru 3050-abre-dia-exit
              else
                 if scr-data not = crs-data-anterior
                    perform 3060-fecha-dia thru 3060-fecha-dia-exit
                    move scr-data to crs-data-anterior
                    perform 3050-abre-dia thru 3050-abre-dia-exit
                 end-if
              end-if
           end-if
           evaluate scr-tipo
               when "C"
                   add 1 to crs-dia-qtde-compra
                   add scr-valor-usd to crs-dia-usd-compra
                   add scr-valor-usd to crs-dia-posicao
               when "V"
                   add 1 to crs-dia-qtde-venda
                   add scr-valor-usd to crs-dia-usd-venda
                   subtract scr-valor-usd from crs-dia-posicao
               when other
                   add scr-valor-usd to crs-dia-posicao
           end-evaluate
           add scr-spread to crs-dia-spread.
       3020-processa-operacao-exit.
           exit.

       3030-abre-filial.
           move crs-filial-anterior to lfi-filial
           write linha-relatorio from linha-filial
               after advancing 2 lines
           initialize crs-acum-filial.
       3030-abre-filial-exit.
           exit.

       3040-abre-operador.
           move crs-oper-anterior to lop-operador
           write linha-relatorio from linha-operador
               after advancing 1 line
           initialize crs-acum-operador.
       3040-abre-operador-exit.
           exit.

       3050-abre-dia.
           initialize crs-acum-dia.
       3050-abre-dia-exit.
           exit.

      *-----------------------------------------------------------*
      * Linha do dia: a posicao liquida em USD e conferida com o   *
      * USD contado no fechamento da sessao (CAIXASES).  Caixa     *
      * sem sessao ou ainda aberto sai sem a conferencia.          *
      *-----------------------------------------------------------*
       3060-fecha-dia.
           move crs-data-anterior(7:2) to ldi-dia
           move crs-data-anterior(5:2) to ldi-mes
           move crs-data-anterior(1:4) to ldi-ano
           move crs-dia-qtde-compra to ldi-qtde-compra
           move crs-dia-usd-compra to ldi-usd-compra
           move crs-dia-qtde-venda to ldi-qtde-venda
           move crs-dia-usd-venda to ldi-usd-venda
           move crs-dia-spread to ldi-spread
           move crs-dia-posicao to ldi-posicao
           move "SEM SESSAO" to ldi-contado-x
           move spaces to ldi-diferenca-x
           if crs-caixa-disponivel
              move crs-oper-anterior to cxs-operador
              move crs-data-anterior to cxs-data
              read caixa-sessoes
                  invalid key
                      continue
                  not invalid key
                      perform 3065-confere-fechamento
                         thru 3065-confere-fechamento-exit
              end-read
           end-if
           write linha-relatorio from linha-dia
               after advancing 1 line
           add crs-dia-qtde-compra to crs-ope-qtde-compra
           add crs-dia-usd-compra to crs-ope-usd-compra
           add crs-dia-qtde-venda to crs-ope-qtde-venda
           add crs-dia-usd-venda to crs-ope-usd-venda
           add crs-dia-spread to crs-ope-spread
           add crs-dia-posicao to crs-ope-posicao.
       3060-fecha-dia-exit.
           exit.

       3065-confere-fechamento.
           if not cxs-fechada
              move "CAIXA ABERTO" to ldi-contado-x
              go to 3065-confere-fechamento-exit
           end-if
           move cxs-fech-usd to ldi-contado
           compute crs-diferenca-usd = cxs-fech-usd - crs-dia-posicao
           move crs-diferenca-usd to ldi-diferenca
           if crs-diferenca-usd not = zeros
              add 1 to crs-qtde-divergente
           end-if.
       3065-confere-fechamento-exit.
           exit.

       3070-fecha-operador.
           move "   TOTAL DO OPERADOR NO MES" to lto-descricao
           move crs-ope-qtde-compra to lto-qtde-compra
           move crs-ope-usd-compra to lto-usd-compra
           move crs-ope-qtde-venda to lto-qtde-venda
           move crs-ope-usd-venda to lto-usd-venda
           move crs-ope-spread to lto-spread
           move crs-ope-posicao to lto-posicao
           write linha-relatorio from linha-total
               after advancing 1 line
           add crs-ope-qtde-compra to crs-fil-qtde-compra
           add crs-ope-usd-compra to crs-fil-usd-compra
           add crs-ope-qtde-venda to crs-fil-qtde-venda
           add crs-ope-usd-venda to crs-fil-usd-venda
           add crs-ope-spread to crs-fil-spread
           add crs-ope-posicao to crs-fil-posicao.
       3070-fecha-operador-exit.
           exit.

       3080-fecha-filial.
           move "TOTAL DA FILIAL NO MES" to lto-descricao
           move crs-fil-qtde-compra to lto-qtde-compra
           move crs-fil-usd-compra to lto-usd-compra
           move crs-fil-qtde-venda to lto-qtde-venda
           move crs-fil-usd-venda to lto-usd-venda
           move crs-fil-spread to lto-spread
           move crs-fil-posicao to lto-posicao
           write linha-relatorio from linha-total
               after advancing 2 lines
           add crs-fil-qtde-compra to crs-ger-qtde-compra
           add crs-fil-usd-compra to crs-ger-usd-compra
           add crs-fil-qtde-venda to crs-ger-qtde-venda
           add crs-fil-usd-venda to crs-ger-usd-venda
           add crs-fil-spread to crs-ger-spread
           add crs-fil-posicao to crs-ger-posicao.
       3080-fecha-filial-exit.
           exit.

       3090-imprime-geral.
           move "TOTAL GERAL DO MES" to lto-descricao
           move crs-ger-qtde-compra to lto-qtde-compra
           move crs-ger-usd-compra to lto-usd-compra
           move crs-ger-qtde-venda to lto-qtde-venda
           move crs-ger-usd-venda to lto-usd-venda
           move crs-ger-spread to lto-spread
           move crs-ger-posicao to lto-posicao
           write linha-relatorio from linha-total
               after advancing 2 lines
           move "LANCAMENTOS LIDOS:" to lro-descricao
           move crs-qtde-lidos to lro-qtde
           write linha-relatorio from linha-rodape
               after advancing 2 lines
           move "OPERACOES DE RECIBOS CANCELADOS:" to lro-descricao
           move crs-qtde-cancelados to lro-qtde
           write linha-relatorio from linha-rodape
               after advancing 1 line
           move "DIAS COM DIFERENCA NA POSICAO EM USD:"
             to lro-descricao
           move crs-qtde-divergente to lro-qtde
           write linha-relatorio from linha-rodape
               after advancing 1 line
           if crs-qtde-nao-carreg > zeros
              move "CANCELAMENTOS FORA DA TABELA:"
                to lro-descricao
              move crs-qtde-nao-carreg to lro-qtde
              write linha-relatorio from linha-rodape
                  after advancing 1 line
           end-if.
       3090-imprime-geral-exit.
           exit.
