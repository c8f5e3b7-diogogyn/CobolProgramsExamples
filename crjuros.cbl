      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crjuros.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Corrida de encargos de atraso: contra a  *
      *                    data de negocio, localiza as parcelas    *
      *                    de venda vencidas alem da carencia em    *
      *                    CONTASREC.DAT e calcula a multa (uma     *
      *                    unica vez por titulo) e os juros pro     *
      *                    rata dia desde o vencimento ou desde a   *
      *                    ultima cobranca, pelos percentuais de    *
      *                    CRJUROS.DAT.  Cada cobranca vira um      *
      *                    titulo de encargo proprio, amarrado ao   *
      *                    titulo de origem, e sai no registro de   *
      *                    encargos por filial e cliente.  A        *
      *                    corrida e reexecutavel no mesmo dia sem  *
      *                    cobrar de novo.                          *
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
               file status is cjr-status-cr.

           select parametros-juros assign to "CRJUROS.DAT"
               organization is line sequential
               file status is cjr-status-juros.

           select ordenacao-encargos assign to "CJRSORT".

           select encargos-relatorio
               assign to dynamic cjr-nome-relatorio
               organization is line sequential
               file status is cjr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  parametros-juros.
           copy CRJUROS.

       sd  ordenacao-encargos.
       01  sjr-registro.
           05  sjr-filial            pic 9(03).
           05  sjr-cliente           pic 9(05).
           05  sjr-chave-origem.
               10  sjr-periodo       pic 9(06).
               10  sjr-lote          pic 9(05).
               10  sjr-sequencial    pic 9(07).
               10  sjr-parcela       pic 9(02).
           05  sjr-vencimento        pic 9(08).
           05  sjr-dias-atraso       pic 9(05).
           05  sjr-dias-juros        pic 9(05).
           05  sjr-saldo             pic 9(07)v99.
           05  sjr-multa             pic 9(07)v99.
           05  sjr-juros             pic 9(07)v99.

       fd  encargos-relatorio.
       01  linha-relatorio           pic x(120).

       working-storage section.

       77  cjr-status-cr        pic x(02) value spaces.
           88  cjr-cr-ok               value "00".
       77  cjr-status-juros     pic x(02) value spaces.
       77  cjr-status-relat     pic x(02) value spaces.
       77  cjr-fim-ordenacao    pic x value "N".

       77  cjr-data-real        pic 9(08) value zeros.
       77  cjr-data-negocio     pic 9(08) value zeros.
       77  cjr-dias-referencia  pic 9(07) value zeros.
       77  cjr-dias-vencimento  pic 9(07) value zeros.
       77  cjr-dias-ultimo      pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Nome datado do registro de encargos (RPTNAME).             *
      *-----------------------------------------------------------*
       77  cjr-rpt-base         pic x(08) value "CRJUROS ".
       77  cjr-nome-relatorio   pic x(30) value spaces.
       77  cjr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Numero do titulo de encargo: sequencia ENCARGO do SEQNUM,  *
      * no lote 00000 do periodo da data de negocio (lote que a    *
      * aplicacao de vendas nunca emite).                          *
      *-----------------------------------------------------------*
       77  cjr-sq-funcao        pic x(01) value spaces.
       77  cjr-sq-nome          pic x(08) value "ENCARGO ".
       77  cjr-sq-numero        pic 9(09) value zeros.
       77  cjr-sq-status        pic x(01) value spaces.

       77  cjr-valor-encargo    pic 9(07)v99 value zeros.

       77  cjr-primeiro-reg     pic x value "S".
           88  cjr-primeira-vez        value "S".
       77  cjr-filial-anterior  pic 9(03) value zeros.
       77  cjr-cliente-anterior pic 9(05) value zeros.

       01  cjr-totais-cliente.
           05  cjr-cli-multa         pic 9(09)v99 value zeros.
           05  cjr-cli-juros         pic 9(09)v99 value zeros.
       01  cjr-totais-filial.
           05  cjr-fil-multa         pic 9(011)v99 value zeros.
           05  cjr-fil-juros         pic 9(011)v99 value zeros.
       01  cjr-totais-geral.
           05  cjr-ger-multa         pic 9(011)v99 value zeros.
           05  cjr-ger-juros         pic 9(011)v99 value zeros.

       77  cjr-qtde-encargos    pic 9(07) value zeros.
       77  cjr-qtde-falhas      pic 9(07) value zeros.
       77  cjr-linhas-pagina    pic 99 value zeros.
       77  cjr-max-linhas       pic 99 value 50.
       77  cjr-num-pagina       pic 9(05) value zeros.

       01  cabecalho-encargos.
           05  filler                pic x(38) value
                  "REGISTRO DE ENCARGOS DE ATRASO - DATA:".
           05  filler                pic x(01) value space.
           05  ce-data               pic 9(08).
           05  filler                pic x(04) value spaces.
           05  filler                pic x(07) value "MULTA: ".
           05  ce-multa              pic z9,99.
           05  filler                pic x(12) value "%  JUROS/MES".
           05  filler                pic x(02) value ": ".
           05  ce-juros              pic z9,99.
           05  filler                pic x(01) value "%".
           05  filler                pic x(10) value spaces.
           05  filler                pic x(08) value "PAGINA: ".
           05  ce-pagina             pic zzzz9.
       01  cabecalho-colunas-jr.
           05  filler                pic x(10) value "CLIENTE".
           05  filler                pic x(25) value "TITULO DE ORIGEM".
           05  filler                pic x(11) value "VENCIMENTO".
           05  filler                pic x(07) value "  DIAS".
           05  filler                pic x(17) value
                  "            SALDO".
           05  filler                pic x(17) value
                  "            MULTA".
           05  filler                pic x(17) value
                  "            JUROS".
           05  filler                pic x(16) value
                  "       ENCARGO".
       01  linha-filial-jr.
           05  filler                pic x(08) value "FILIAL: ".
           05  lfj-filial            pic 9(03).
       01  linha-encargo-jr.
           05  filler                pic x(02) value spaces.
           05  lej-cliente           pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  lej-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  lej-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  lej-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  lej-parcela           pic 9(02).
           05  filler                pic x(02) value spaces.
           05  lej-venc-dia          pic 99.
           05  filler                pic x(01) value "/".
           05  lej-venc-mes          pic 99.
           05  filler                pic x(01) value "/".
           05  lej-venc-ano          pic 9(04).
           05  filler                pic x(02) value spaces.
           05  lej-dias              pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  lej-saldo             pic zz.zzz.zz9,99.
           05  filler                pic x(04) value spaces.
           05  lej-multa             pic zz.zzz.zz9,99.
           05  filler                pic x(04) value spaces.
           05  lej-juros             pic zz.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  lej-total             pic zzz.zzz.zz9,99.
       01  linha-total-jr.
           05  ltj-descricao         pic x(71).
           05  ltj-multa             pic zzz.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  ltj-juros             pic zzz.zzz.zz9,99.
           05  filler                pic x(01) value spaces.
           05  ltj-total             pic z.zzz.zzz.zz9,99.
       01  linha-conta-jr.
           05  lcj-descricao         pic x(34).
           05  lcj-qtde              pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using cjr-data-real cjr-data-negocio
           end-call
           move function integer-of-date(cjr-data-negocio)
                to cjr-dias-referencia
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-encargos
               on ascending key sjr-filial
                                sjr-cliente
                                sjr-chave-origem
               input procedure 2000-apura-atrasos
                        thru 2000-apura-atrasos-exit
               output procedure 3000-cobra-encargos
                        thru 3000-cobra-encargos-exit
           close contas-receber encargos-relatorio
           display "CRJUROS: " cjr-qtde-encargos
                   " titulos de encargo gerados em "
                   cjr-nome-relatorio
           if cjr-qtde-falhas > zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           open input parametros-juros
           if cjr-status-juros not = "00"
              display "CRJUROS: parametros CRJUROS.DAT indisponiveis"
                      " - status " cjr-status-juros
              move 16 to return-code
              stop run
           end-if
           read parametros-juros
               at end
                   display "CRJUROS: CRJUROS.DAT vazio."
                   move 16 to return-code
                   stop run
           end-read
           close parametros-juros
           if jur-pct-multa is not numeric
              or jur-pct-juros-mes is not numeric
              or jur-dias-carencia is not numeric
              display "CRJUROS: CRJUROS.DAT com campo nao numerico."
              move 16 to return-code
              stop run
           end-if
           open i-o contas-receber
           if not cjr-cr-ok
              display "CRJUROS: carteira CONTASREC indisponivel - "
                      "status " cjr-status-cr
              display "Gere os titulos pelo CRGERA."
              move 16 to return-code
              stop run
           end-if
           call "RPTNAME" using cjr-rpt-base cjr-nome-relatorio
                                 cjr-rpt-status
           end-call
           if cjr-rpt-status not = "0"
              move "CRJUROS.RPT" to cjr-nome-relatorio
           end-if
           open output encargos-relatorio.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeira passada, so leitura: cada parcela de venda aberta *
      * vencida alem da carencia entra na ordenacao com a multa    *
      * ainda nao cobrada e os juros dos dias ainda nao cobrados.  *
      * A gravacao fica para a saida da ordenacao, fora da         *
      * varredura da carteira.                                     *
      *-----------------------------------------------------------*
       2000-apura-atrasos.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to cjr-status-cr
               not invalid key
                   move "00" to cjr-status-cr
           end-start
           perform 2010-avalia-titulo thru 2010-avalia-titulo-exit
               until cjr-status-cr not = "00".
       2000-apura-atrasos-exit.
           exit.

       2010-avalia-titulo.
           read contas-receber next record
               at end
                   move "10" to cjr-status-cr
                   go to 2010-avalia-titulo-exit
           end-read
           if not cr-aberto or not cr-titulo-venda
              go to 2010-avalia-titulo-exit
           end-if
           if cr-data-vencimento = zeros
              or cr-data-vencimento not < cjr-data-negocio
              go to 2010-avalia-titulo-exit
           end-if
           move function integer-of-date(cr-data-vencimento)
                to cjr-dias-vencimento
           if cjr-dias-vencimento + jur-dias-carencia
              not < cjr-dias-referencia
              go to 2010-avalia-titulo-exit
           end-if
           compute sjr-dias-atraso =
                   cjr-dias-referencia - cjr-dias-vencimento
           if cr-data-ult-encargo is numeric
              and cr-data-ult-encargo > cr-data-vencimento
              move function integer-of-date(cr-data-ult-encargo)
                   to cjr-dias-ultimo
           else
              move cjr-dias-vencimento to cjr-dias-ultimo
           end-if
           if cjr-dias-ultimo not < cjr-dias-referencia
              move zeros to sjr-dias-juros
           else
              compute sjr-dias-juros =
                      cjr-dias-referencia - cjr-dias-ultimo
           end-if
           compute sjr-saldo = cr-valor-original - cr-valor-pago
           if cr-com-multa
              move zeros to sjr-multa
           else
              compute sjr-multa rounded =
                      sjr-saldo * jur-pct-multa / 100
           end-if
           compute sjr-juros rounded =
                   sjr-saldo * jur-pct-juros-mes / 100 / 30
                   * sjr-dias-juros
           if sjr-multa + sjr-juros = zeros
              go to 2010-avalia-titulo-exit
           end-if
           move cr-filial to sjr-filial
           move cr-cliente to sjr-cliente
           move cr-periodo to sjr-periodo
           move cr-lote to sjr-lote
           move cr-sequencial to sjr-sequencial
           move cr-parcela to sjr-parcela
           move cr-data-vencimento to sjr-vencimento
           release sjr-registro.
       2010-avalia-titulo-exit.
           exit.

       3000-cobra-encargos.
           move "N" to cjr-fim-ordenacao
           perform 3010-imprime-cabecalho
              thru 3010-imprime-cabecalho-exit
           perform 3020-processa-encargo
              thru 3020-processa-encargo-exit
               until cjr-fim-ordenacao = "S"
           if not cjr-primeira-vez
              perform 3060-subtotal-cliente
                 thru 3060-subtotal-cliente-exit
              perform 3070-subtotal-filial
                 thru 3070-subtotal-filial-exit
           end-if
           move "TOTAL GERAL:" to ltj-descricao
           move cjr-ger-multa to ltj-multa
           move cjr-ger-juros to ltj-juros
           compute ltj-total = cjr-ger-multa + cjr-ger-juros
           write linha-relatorio from linha-total-jr
               after advancing 2 lines
           move "TITULOS DE ENCARGO GERADOS:" to lcj-descricao
           move cjr-qtde-encargos to lcj-qtde
           write linha-relatorio from linha-conta-jr
               after advancing 1 line
           if cjr-qtde-falhas > zeros
              move "TITULOS NAO ATUALIZADOS (ERRO):" to lcj-descricao
              move cjr-qtde-falhas to lcj-qtde
              write linha-relatorio from linha-conta-jr
                  after advancing 1 line
           end-if.
       3000-cobra-encargos-exit.
           exit.

       3010-imprime-cabecalho.
           add 1 to cjr-num-pagina
           move cjr-data-negocio to ce-data
           move jur-pct-multa to ce-multa
           move jur-pct-juros-mes to ce-juros
           move cjr-num-pagina to ce-pagina
           move 0 to cjr-linhas-pagina
           write linha-relatorio from cabecalho-encargos
               after advancing page
           write linha-relatorio from cabecalho-colunas-jr
               after advancing 2 lines
           add 3 to cjr-linhas-pagina.
       3010-imprime-cabecalho-exit.
           exit.

       3020-processa-encargo.
           return ordenacao-encargos
               at end
                   move "S" to cjr-fim-ordenacao
                   go to 3020-processa-encargo-exit
           end-return
           if cjr-primeira-vez
              move "N" to cjr-primeiro-reg
              move sjr-filial to cjr-filial-anterior
              move sjr-cliente to cjr-cliente-anterior
              perform 3040-quebra-filial thru 3040-quebra-filial-exit
           end-if
           if sjr-filial not = cjr-filial-anterior
              perform 3060-subtotal-cliente
                 thru 3060-subtotal-cliente-exit
              perform 3070-subtotal-filial
                 thru 3070-subtotal-filial-exit
              move sjr-filial to cjr-filial-anterior
              move sjr-cliente to cjr-cliente-anterior
              perform 3040-quebra-filial thru 3040-quebra-filial-exit
           else
              if sjr-cliente not = cjr-cliente-anterior
                 perform 3060-subtotal-cliente
                    thru 3060-subtotal-cliente-exit
                 move sjr-cliente to cjr-cliente-anterior
              end-if
           end-if
           perform 3050-grava-encargo thru 3050-grava-encargo-exit.
       3020-processa-encargo-exit.
           exit.

       3040-quebra-filial.
           if cjr-linhas-pagina not < cjr-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           move cjr-filial-anterior to lfj-filial
           write linha-relatorio from linha-filial-jr
               after advancing 2 lines
           add 2 to cjr-linhas-pagina.
       3040-quebra-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Marca no titulo de origem a data ate a qual os juros foram *
      * cobrados e a multa, e abre o titulo de encargo no valor    *
      * de multa mais juros, vencendo na data de negocio.  O       *
      * titulo de origem e regravado primeiro: se a regravacao     *
      * falhar, nada e cobrado e a corrida seguinte tenta de novo. *
      *-----------------------------------------------------------*
       3050-grava-encargo.
           move sjr-periodo to cr-periodo
           move sjr-lote to cr-lote
           move sjr-sequencial to cr-sequencial
           move sjr-parcela to cr-parcela
           read contas-receber
               invalid key
                   add 1 to cjr-qtde-falhas
                   go to 3050-grava-encargo-exit
           end-read
           move cjr-data-negocio to cr-data-ult-encargo
           move "S" to cr-multa-cobrada
           rewrite cr-registro
               invalid key
                   add 1 to cjr-qtde-falhas
                   go to 3050-grava-encargo-exit
           end-rewrite
           move "P" to cjr-sq-funcao
           move zeros to cjr-sq-numero
           call "SEQNUM" using cjr-sq-funcao cjr-sq-nome
                                cjr-sq-numero cjr-sq-status
           end-call
           if cjr-sq-status not = "0"
              display "CRJUROS: erro na sequencia ENCARGO - "
                      "corrida interrompida."
              move 16 to return-code
              stop run
           end-if
           compute cjr-valor-encargo = sjr-multa + sjr-juros
           move cr-chave to cr-titulo-origem
           move cjr-data-negocio(1:6) to cr-periodo
           move zeros to cr-lote
           move cjr-sq-numero to cr-sequencial
           move 1 to cr-parcela
           move cjr-data-negocio to cr-data-venda
           move cjr-valor-encargo to cr-valor-original
           move zeros to cr-valor-pago
           move "A" to cr-situacao
           move zeros to cr-data-liquidacao
           move cjr-data-negocio to cr-data-vencimento
           move 1 to cr-qtde-parcelas
           move "E" to cr-tipo-titulo
           move zeros to cr-data-ult-encargo
           move "N" to cr-multa-cobrada
           move zeros to cr-data-remessa
           move zeros to cr-nivel-cobranca
           write cr-registro
               invalid key
                   display "CRJUROS: titulo de encargo " cr-chave
                           " ja existe - verifique a sequencia "
                           "ENCARGO."
                   add 1 to cjr-qtde-falhas
                   go to 3050-grava-encargo-exit
           end-write
           add 1 to cjr-qtde-encargos
           if cjr-linhas-pagina not < cjr-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           move sjr-cliente to lej-cliente
           move sjr-periodo to lej-periodo
           move sjr-lote to lej-lote
           move sjr-sequencial to lej-sequencial
           move sjr-parcela to lej-parcela
           move sjr-vencimento(7:2) to lej-venc-dia
           move sjr-vencimento(5:2) to lej-venc-mes
           move sjr-vencimento(1:4) to lej-venc-ano
           move sjr-dias-atraso to lej-dias
           move sjr-saldo to lej-saldo
           move sjr-multa to lej-multa
           move sjr-juros to lej-juros
           move cjr-valor-encargo to lej-total
           write linha-relatorio from linha-encargo-jr
               after advancing 1 line
           add 1 to cjr-linhas-pagina
           add sjr-multa to cjr-cli-multa
           add sjr-juros to cjr-cli-juros.
       3050-grava-encargo-exit.
           exit.

       3060-subtotal-cliente.
           if cjr-cli-multa + cjr-cli-juros = zeros
              go to 3060-subtotal-cliente-exit
           end-if
           move "  TOTAL DO CLIENTE:" to ltj-descricao
           move cjr-cli-multa to ltj-multa
           move cjr-cli-juros to ltj-juros
           compute ltj-total = cjr-cli-multa + cjr-cli-juros
           write linha-relatorio from linha-total-jr
               after advancing 1 line
           add 1 to cjr-linhas-pagina
           add cjr-cli-multa to cjr-fil-multa
           add cjr-cli-juros to cjr-fil-juros
           move zeros to cjr-cli-multa cjr-cli-juros.
       3060-subtotal-cliente-exit.
           exit.

       3070-subtotal-filial.
           move "TOTAL DA FILIAL:" to ltj-descricao
           move cjr-fil-multa to ltj-multa
           move cjr-fil-juros to ltj-juros
           compute ltj-total = cjr-fil-multa + cjr-fil-juros
           write linha-relatorio from linha-total-jr
               after advancing 2 lines
           add 2 to cjr-linhas-pagina
           add cjr-fil-multa to cjr-ger-multa
           add cjr-fil-juros to cjr-ger-juros
           move zeros to cjr-fil-multa cjr-fil-juros.
       3070-subtotal-filial-exit.
           exit.
