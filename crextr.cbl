      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crextr.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Extrato mensal de conta do cliente para  *
      *                    postagem: para cada cliente com titulo   *
      *                    em aberto ou liquidado no mes, imprime   *
      *                    o bloco de endereco do cadastro, o saldo *
      *                    anterior, os titulos do mes de           *
      *                    CONTASREC.DAT, os pagamentos do mes de   *
      *                    CRPAGTOS.DAT e o saldo devedor final.    *
      *                    Clientes agrupados por filial, um        *
      *                    extrato por pagina, para cada filial     *
      *                    entregar os seus.  Mes pelo CREXTR.PRM   *
      *                    (AAAAMM) ou, sem ele, o mes da data de   *
      *                    negocio.                                 *
      * 15/10/2026 EQP     Titulo parcelado: cada parcela sai na    *
      *                    propria linha com o numero da parcela e  *
      *                    o vencimento; o pagamento mostra a       *
      *                    parcela paga.                            *
      * 15/10/2026 EQP     Titulo de encargo de atraso (CRJUROS)    *
      *                    sai identificado como ENCARGO no         *
      *                    extrato.                                 *
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
               file status is cex-status-cr.

           select pagamentos-cr assign to "CRPAGTOS"
               organization is line sequential
               file status is cex-status-pagto.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is cex-status-cliente.

           select arq-parametros assign to "CREXTR.PRM"
               organization is line sequential
               file status is cex-status-parm.

           select ordenacao-extrato assign to "CEXSORT".

           select extrato-relatorio
               assign to dynamic cex-nome-relatorio
               organization is line sequential
               file status is cex-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  pagamentos-cr.
           copy CRPAGREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

      *-----------------------------------------------------------*
      * Ordem dentro do cliente: 0 marca que o cliente tem titulo  *
      * aberto ou liquidado no mes (so esses recebem extrato), 1   *
      * compoe o saldo anterior e 2 e movimento do mes.            *
      *-----------------------------------------------------------*
       sd  ordenacao-extrato.
       01  sex-registro.
           05  sex-filial            pic 9(03).
           05  sex-cliente           pic 9(05).
           05  sex-ordem             pic 9(01).
               88  sex-marca-cliente       value 0.
               88  sex-saldo-anterior      value 1.
               88  sex-movimento           value 2.
           05  sex-data              pic 9(08).
           05  sex-tipo              pic x(01).
               88  sex-titulo              value "T" "E".
               88  sex-encargo             value "E".
               88  sex-pagamento           value "P".
           05  sex-periodo           pic 9(06).
           05  sex-lote              pic 9(05).
           05  sex-sequencial        pic 9(07).
           05  sex-parcela           pic 9(02).
           05  sex-vencimento        pic 9(08).
           05  sex-valor             pic s9(09)v99.
           05  sex-operador          pic x(08).

       fd  extrato-relatorio.
       01  linha-relatorio           pic x(112).

       working-storage section.

       77  cex-status-cr        pic x(02) value spaces.
           88  cex-cr-ok               value "00".
       77  cex-status-pagto     pic x(02) value spaces.
       77  cex-status-cliente   pic x(02) value spaces.
           88  cex-cliente-ok          value "00".
       77  cex-status-parm      pic x(02) value spaces.
       77  cex-status-relat     pic x(02) value spaces.
       77  cex-fim-ordenacao    pic x value "N".

       77  cex-data-real        pic 9(08) value zeros.
       77  cex-data-negocio     pic 9(08) value zeros.
       77  cex-periodo          pic 9(06) value zeros.
       77  cex-prm-periodo      pic x(06) value spaces.
       77  cex-data-inicio      pic 9(08) value zeros.
       77  cex-data-fim         pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Nome datado do extrato (RPTNAME), para o extrato de um mes *
      * nao sobrescrever o do mes anterior.                        *
      *-----------------------------------------------------------*
       77  cex-rpt-base         pic x(08) value "CREXTRAT".
       77  cex-nome-relatorio   pic x(30) value spaces.
       77  cex-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Filial do cliente lida uma vez por cliente na carga (a     *
      * ordenacao chega por chave de titulo, nao por cliente).     *
      *-----------------------------------------------------------*
       77  cex-cliente-lido     pic 9(05) value zeros.
       77  cex-filial-lida      pic 9(03) value zeros.

       77  cex-primeiro-reg     pic x value "S".
           88  cex-primeira-vez        value "S".
       77  cex-filial-anterior  pic 9(03) value zeros.
       77  cex-cliente-anterior pic 9(05) value zeros.
       77  cex-cliente-marcado  pic x value "N".
           88  cex-cliente-com-extrato value "S".

       77  cex-saldo-anterior   pic s9(09)v99 value zeros.
       77  cex-saldo-corrente   pic s9(09)v99 value zeros.
       77  cex-total-debitos    pic s9(09)v99 value zeros.
       77  cex-total-creditos   pic s9(09)v99 value zeros.
       77  cex-cabecalho-feito  pic x value "N".
           88  cex-extrato-aberto      value "S".

       77  cex-qtde-fil-extratos pic 9(05) value zeros.
       77  cex-qtde-extratos    pic 9(07) value zeros.
       77  cex-linhas-pagina    pic 99 value zeros.
       77  cex-max-linhas       pic 99 value 50.
       77  cex-num-pagina       pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Resumo final: extratos emitidos por filial.                *
      *-----------------------------------------------------------*
       01  cex-tabela-filiais.
           05  cex-fil-ocorr occurs 50 times.
               10  cex-tf-filial     pic 9(03).
               10  cex-tf-qtde       pic 9(05).
       77  cex-qtde-filiais     pic 9(03) value zeros.
       77  cex-ix               pic 9(03) value zeros.

       01  cabecalho-extrato.
           05  filler                pic x(36) value
                  "EXTRATO DE CONTA DO CLIENTE - MES: ".
           05  ce-mes                pic 99.
           05  filler                pic x(01) value "/".
           05  ce-ano                pic 9(04).
           05  filler                pic x(04) value spaces.
           05  filler                pic x(08) value "FILIAL: ".
           05  ce-filial             pic 9(03).
           05  filler                pic x(20) value spaces.
           05  filler                pic x(08) value "PAGINA: ".
           05  ce-pagina             pic zzzz9.
       01  linha-end-nome.
           05  filler                pic x(04) value spaces.
           05  len-nome              pic x(30).
           05  filler                pic x(04) value spaces.
           05  filler                pic x(09) value "CLIENTE: ".
           05  len-cliente           pic 9(05).
       01  linha-end-logradouro.
           05  filler                pic x(04) value spaces.
           05  lel-logradouro        pic x(30).
       01  linha-end-cidade.
           05  filler                pic x(04) value spaces.
           05  lec-cidade            pic x(20).
           05  filler                pic x(01) value "-".
           05  lec-uf                pic x(02).
       01  linha-end-cep.
           05  filler                pic x(04) value spaces.
           05  filler                pic x(04) value "CEP ".
           05  lep-cep-5             pic 9(05).
           05  filler                pic x(01) value "-".
           05  lep-cep-3             pic 9(03).
       01  cabecalho-colunas-ex.
           05  filler                pic x(12) value "DATA".
           05  filler                pic x(36) value "HISTORICO".
           05  filler                pic x(12) value "VENCIMENTO".
           05  filler                pic x(17) value "       DEBITO".
           05  filler                pic x(17) value "      CREDITO".
           05  filler                pic x(17) value "        SALDO".
       01  linha-saldo-ex.
           05  filler                pic x(12) value spaces.
           05  lse-descricao         pic x(36).
           05  filler                pic x(46) value spaces.
           05  lse-saldo             pic -zzz.zzz.zz9,99.
       01  linha-movimento-ex.
           05  lme-dia               pic 99.
           05  filler                pic x(01) value "/".
           05  lme-mes               pic 99.
           05  filler                pic x(01) value "/".
           05  lme-ano               pic 9(04).
           05  filler                pic x(02) value spaces.
           05  lme-historico         pic x(36).
           05  lme-vencimento.
               10  lme-venc-dia      pic 99.
               10  filler            pic x(01) value "/".
               10  lme-venc-mes      pic 99.
               10  filler            pic x(01) value "/".
               10  lme-venc-ano      pic 9(04).
               10  filler            pic x(02) value spaces.
           05  lme-debito            pic zzz.zzz.zz9,99bbb.
           05  lme-credito           pic zzz.zzz.zz9,99bbb.
           05  lme-saldo             pic -zzz.zzz.zz9,99.
       01  linha-historico-titulo.
           05  lht-rotulo            pic x(08).
           05  lht-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  lht-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  lht-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  lht-parcela           pic 9(02).
       01  linha-historico-pagto.
           05  filler                pic x(11) value "PAGAMENTO  ".
           05  lhp-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  lhp-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  lhp-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  lhp-parcela           pic 9(02).
       01  linha-totais-ex.
           05  filler                pic x(12) value spaces.
           05  filler                pic x(48) value
                  "TOTAIS DO MES".
           05  lte-debitos           pic zzz.zzz.zz9,99bbb.
           05  lte-creditos          pic zzz.zzz.zz9,99bbb.
       01  cabecalho-resumo-ex.
           05  filler                pic x(40) value
                  "RESUMO DE EXTRATOS EMITIDOS POR FILIAL".
       01  linha-resumo-ex.
           05  filler                pic x(08) value "FILIAL: ".
           05  lre-filial            pic 9(03).
           05  filler                pic x(04) value spaces.
           05  filler                pic x(10) value "EXTRATOS: ".
           05  lre-qtde              pic zzzz9.
       01  linha-total-resumo-ex.
           05  filler                pic x(25) value
                  "TOTAL DE EXTRATOS:".
           05  ltr-qtde              pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using cex-data-real cex-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-define-periodo thru 1100-define-periodo-exit
           sort ordenacao-extrato
               on ascending key sex-filial
                                sex-cliente
                                sex-ordem
                                sex-data
               input procedure 2000-carrega-movimento
                        thru 2000-carrega-movimento-exit
               output procedure 3000-imprime-extratos
                        thru 3000-imprime-extratos-exit
           close cliente-mestre extrato-relatorio
           display "CREXTR: " cex-qtde-extratos " extratos emitidos em "
                   cex-nome-relatorio
           if cex-qtde-extratos = zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           open input contas-receber
           if not cex-cr-ok
              display "CREXTR: carteira CONTASREC indisponivel - "
                      "status " cex-status-cr
              display "Gere os titulos pelo CRGERA."
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if not cex-cliente-ok
              display "CREXTR: erro ao abrir CLIENTE - status "
                      cex-status-cliente
              move 16 to return-code
              stop run
           end-if
           call "RPTNAME" using cex-rpt-base cex-nome-relatorio
                                 cex-rpt-status
           end-call
           if cex-rpt-status not = "0"
              move "CREXTRAT.RPT" to cex-nome-relatorio
           end-if
           open output extrato-relatorio.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Mes do extrato: AAAAMM na primeira linha do CREXTR.PRM     *
      * (reemissao de mes fechado) ou o mes da data de negocio.    *
      *-----------------------------------------------------------*
       1100-define-periodo.
           move cex-data-negocio(1:6) to cex-periodo
           open input arq-parametros
           if cex-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to cex-prm-periodo
              unstring prm-linha delimited by ";" or space
                  into cex-prm-periodo
              end-unstring
              if cex-prm-periodo not = spaces
                 if cex-prm-periodo is not numeric
                    or cex-prm-periodo(5:2) < "01"
                    or cex-prm-periodo(5:2) > "12"
                    display "CREXTR: mes invalido em CREXTR.PRM - "
                            cex-prm-periodo
                    move 16 to return-code
                    stop run
                 end-if
                 move cex-prm-periodo to cex-periodo
              end-if
           end-if
           compute cex-data-inicio = cex-periodo * 100 + 1
           compute cex-data-fim = cex-periodo * 100 + 31
           move cex-periodo(5:2) to ce-mes
           move cex-periodo(1:4) to ce-ano.
       1100-define-periodo-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga: titulos da carteira e pagamentos de CRPAGTOS, cada  *
      * um como saldo anterior (antes do mes) ou movimento do mes. *
      * Titulo vendido depois do mes fica de fora.                 *
      *-----------------------------------------------------------*
       2000-carrega-movimento.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to cex-status-cr
               not invalid key
                   move "00" to cex-status-cr
           end-start
           perform 2010-libera-titulo thru 2010-libera-titulo-exit
               until cex-status-cr not = "00"
           close contas-receber
           open input pagamentos-cr
           if cex-status-pagto = "00"
              perform 2030-libera-pagamento
                 thru 2030-libera-pagamento-exit
                  until cex-status-pagto not = "00"
              close pagamentos-cr
           end-if.
       2000-carrega-movimento-exit.
           exit.

       2010-libera-titulo.
           read contas-receber next record
               at end
                   move "10" to cex-status-cr
                   go to 2010-libera-titulo-exit
           end-read
           if cr-data-venda > cex-data-fim
              go to 2010-libera-titulo-exit
           end-if
           move cr-cliente to sex-cliente
           perform 2050-filial-cliente thru 2050-filial-cliente-exit
           move cr-periodo to sex-periodo
           move cr-lote to sex-lote
           move cr-sequencial to sex-sequencial
           move cr-parcela to sex-parcela
           move cr-data-vencimento to sex-vencimento
           move spaces to sex-operador
           if cr-aberto
              or (cr-liquidado
                  and cr-data-liquidacao not < cex-data-inicio
                  and cr-data-liquidacao not > cex-data-fim)
              move 0 to sex-ordem
              move zeros to sex-data sex-valor
              move "T" to sex-tipo
              release sex-registro
           end-if
           if cr-titulo-encargo
              move "E" to sex-tipo
           else
              move "T" to sex-tipo
           end-if
           move cr-data-venda to sex-data
           move cr-valor-original to sex-valor
           if cr-data-venda < cex-data-inicio
              move 1 to sex-ordem
           else
              move 2 to sex-ordem
           end-if
           release sex-registro.
       2010-libera-titulo-exit.
           exit.

       2030-libera-pagamento.
           read pagamentos-cr
               at end
                   move "10" to cex-status-pagto
                   go to 2030-libera-pagamento-exit
           end-read
           if crp-data-pagamento > cex-data-fim
              go to 2030-libera-pagamento-exit
           end-if
           move crp-cliente to sex-cliente
           perform 2050-filial-cliente thru 2050-filial-cliente-exit
           move "P" to sex-tipo
           move crp-data-pagamento to sex-data
           move crp-periodo to sex-periodo
           move crp-lote to sex-lote
           move crp-sequencial to sex-sequencial
           if crp-parcela is numeric and crp-parcela > zeros
              move crp-parcela to sex-parcela
           else
              move 1 to sex-parcela
           end-if
           move zeros to sex-vencimento
           move crp-operador to sex-operador
           compute sex-valor = zeros - crp-valor
           if crp-data-pagamento < cex-data-inicio
              move 1 to sex-ordem
           else
              move 2 to sex-ordem
           end-if
           release sex-registro.
       2030-libera-pagamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Filial de agrupamento: a do cadastro do cliente (o titulo  *
      * guarda a filial da epoca da venda); cliente fora do        *
      * cadastro fica com a filial gravada no titulo, ou a matriz  *
      * para pagamento.                                            *
      *-----------------------------------------------------------*
       2050-filial-cliente.
           if sex-cliente = cex-cliente-lido
              move cex-filial-lida to sex-filial
              go to 2050-filial-cliente-exit
           end-if
           move sex-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   if sex-tipo = "P"
                      move zeros to cex-filial-lida
                   else
                      move cr-filial to cex-filial-lida
                   end-if
               not invalid key
                   move cli-filial to cex-filial-lida
           end-read
           move sex-cliente to cex-cliente-lido
           move cex-filial-lida to sex-filial.
       2050-filial-cliente-exit.
           exit.

       3000-imprime-extratos.
           move "N" to cex-fim-ordenacao
           perform 3020-processa-movimento
              thru 3020-processa-movimento-exit
               until cex-fim-ordenacao = "S"
           if not cex-primeira-vez
              perform 3070-fecha-extrato thru 3070-fecha-extrato-exit
              perform 3080-conta-filial thru 3080-conta-filial-exit
           end-if
           perform 3090-imprime-resumo thru 3090-imprime-resumo-exit.
       3000-imprime-extratos-exit.
           exit.

       3020-processa-movimento.
           return ordenacao-extrato
               at end
                   move "S" to cex-fim-ordenacao
                   go to 3020-processa-movimento-exit
           end-return
           if cex-primeira-vez
              move "N" to cex-primeiro-reg
              move sex-filial to cex-filial-anterior
              move sex-cliente to cex-cliente-anterior
              perform 3030-inicia-cliente
                 thru 3030-inicia-cliente-exit
           end-if
           if sex-filial not = cex-filial-anterior
              perform 3070-fecha-extrato thru 3070-fecha-extrato-exit
              perform 3080-conta-filial thru 3080-conta-filial-exit
              move sex-filial to cex-filial-anterior
              move sex-cliente to cex-cliente-anterior
              perform 3030-inicia-cliente
                 thru 3030-inicia-cliente-exit
           else
              if sex-cliente not = cex-cliente-anterior
                 perform 3070-fecha-extrato
                    thru 3070-fecha-extrato-exit
                 move sex-cliente to cex-cliente-anterior
                 perform 3030-inicia-cliente
                    thru 3030-inicia-cliente-exit
              end-if
           end-if
           evaluate true
               when sex-marca-cliente
                   move "S" to cex-cliente-marcado
               when sex-saldo-anterior
                   add sex-valor to cex-saldo-anterior
               when other
                   if cex-cliente-com-extrato
                      perform 3050-imprime-movimento
                         thru 3050-imprime-movimento-exit
                   end-if
           end-evaluate.
       3020-processa-movimento-exit.
           exit.

       3030-inicia-cliente.
           move "N" to cex-cliente-marcado
           move "N" to cex-cabecalho-feito
           move zeros to cex-saldo-anterior cex-saldo-corrente
                          cex-total-debitos cex-total-creditos.
       3030-inicia-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Abre o extrato do cliente em pagina nova: cabecalho, bloco *
      * de endereco para postagem e saldo anterior.  Feito no      *
      * primeiro movimento do mes (ou no fechamento, para quem so  *
      * tem saldo anterior), quando o saldo anterior ja esta       *
      * acumulado.                                                 *
      *-----------------------------------------------------------*
       3040-abre-extrato.
           perform 3045-imprime-cabecalho
              thru 3045-imprime-cabecalho-exit
           move cex-cliente-anterior to cli-codigo
           read cliente-mestre
               invalid key
                   move spaces to cli-nome cli-logradouro
                                  cli-cidade cli-uf
                   move "CLIENTE NAO CADASTRADO" to cli-nome
                   move zeros to cli-cep
           end-read
           move cli-nome to len-nome
           move cex-cliente-anterior to len-cliente
           move cli-logradouro to lel-logradouro
           move cli-cidade to lec-cidade
           move cli-uf to lec-uf
           move cli-cep(1:5) to lep-cep-5
           move cli-cep(6:3) to lep-cep-3
           write linha-relatorio from linha-end-nome
               after advancing 2 lines
           write linha-relatorio from linha-end-logradouro
               after advancing 1 line
           write linha-relatorio from linha-end-cidade
               after advancing 1 line
           write linha-relatorio from linha-end-cep
               after advancing 1 line
           write linha-relatorio from cabecalho-colunas-ex
               after advancing 3 lines
           move "SALDO ANTERIOR" to lse-descricao
           move cex-saldo-anterior to lse-saldo
           write linha-relatorio from linha-saldo-ex
               after advancing 2 lines
           add 10 to cex-linhas-pagina
           move cex-saldo-anterior to cex-saldo-corrente
           move "S" to cex-cabecalho-feito
           add 1 to cex-qtde-extratos
           add 1 to cex-qtde-fil-extratos.
       3040-abre-extrato-exit.
           exit.

       3045-imprime-cabecalho.
           add 1 to cex-num-pagina
           move cex-filial-anterior to ce-filial
           move cex-num-pagina to ce-pagina
           move 0 to cex-linhas-pagina
           write linha-relatorio from cabecalho-extrato
               after advancing page
           add 1 to cex-linhas-pagina.
       3045-imprime-cabecalho-exit.
           exit.

       3050-imprime-movimento.
           if not cex-extrato-aberto
              perform 3040-abre-extrato thru 3040-abre-extrato-exit
           end-if
           if cex-linhas-pagina not < cex-max-linhas
              perform 3045-imprime-cabecalho
                 thru 3045-imprime-cabecalho-exit
              write linha-relatorio from cabecalho-colunas-ex
                  after advancing 2 lines
              add 2 to cex-linhas-pagina
           end-if
           move sex-data(7:2) to lme-dia
           move sex-data(5:2) to lme-mes
           move sex-data(1:4) to lme-ano
           move zeros to lme-debito lme-credito
           add sex-valor to cex-saldo-corrente
           if sex-titulo
              move sex-periodo to lht-periodo
              move sex-lote to lht-lote
              move sex-sequencial to lht-sequencial
              move sex-parcela to lht-parcela
              if sex-encargo
                 move "ENCARGO" to lht-rotulo
              else
                 move "COMPRA" to lht-rotulo
              end-if
              move linha-historico-titulo to lme-historico
              move sex-vencimento(7:2) to lme-venc-dia
              move sex-vencimento(5:2) to lme-venc-mes
              move sex-vencimento(1:4) to lme-venc-ano
              move sex-valor to lme-debito
              add sex-valor to cex-total-debitos
           else
              move sex-periodo to lhp-periodo
              move sex-lote to lhp-lote
              move sex-sequencial to lhp-sequencial
              move sex-parcela to lhp-parcela
              move linha-historico-pagto to lme-historico
              move spaces to lme-vencimento
              compute lme-credito = zeros - sex-valor
              subtract sex-valor from cex-total-creditos
           end-if
           move cex-saldo-corrente to lme-saldo
           write linha-relatorio from linha-movimento-ex
               after advancing 1 line
           add 1 to cex-linhas-pagina.
       3050-imprime-movimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha o extrato do cliente com os totais do mes e o saldo  *
      * devedor final.  Cliente sem titulo aberto nem liquidado no *
      * mes nao recebe extrato.                                    *
      *-----------------------------------------------------------*
       3070-fecha-extrato.
           if not cex-cliente-com-extrato
              go to 3070-fecha-extrato-exit
           end-if
           if not cex-extrato-aberto
              perform 3040-abre-extrato thru 3040-abre-extrato-exit
           end-if
           move cex-total-debitos to lte-debitos
           move cex-total-creditos to lte-creditos
           write linha-relatorio from linha-totais-ex
               after advancing 2 lines
           move "SALDO DEVEDOR FINAL" to lse-descricao
           move cex-saldo-corrente to lse-saldo
           write linha-relatorio from linha-saldo-ex
               after advancing 1 line.
       3070-fecha-extrato-exit.
           exit.

       3080-conta-filial.
           if cex-qtde-fil-extratos = zeros
              go to 3080-conta-filial-exit
           end-if
           if cex-qtde-filiais < 50
              add 1 to cex-qtde-filiais
              move cex-filial-anterior
                   to cex-tf-filial(cex-qtde-filiais)
              move cex-qtde-fil-extratos
                   to cex-tf-qtde(cex-qtde-filiais)
           end-if
           move zeros to cex-qtde-fil-extratos.
       3080-conta-filial-exit.
           exit.

       3090-imprime-resumo.
           write linha-relatorio from cabecalho-resumo-ex
               after advancing page
           perform 3095-imprime-filial thru 3095-imprime-filial-exit
               varying cex-ix from 1 by 1
                 until cex-ix > cex-qtde-filiais
           move cex-qtde-extratos to ltr-qtde
           write linha-relatorio from linha-total-resumo-ex
               after advancing 2 lines.
       3090-imprime-resumo-exit.
           exit.

       3095-imprime-filial.
           move cex-tf-filial(cex-ix) to lre-filial
           move cex-tf-qtde(cex-ix) to lre-qtde
           write linha-relatorio from linha-resumo-ex
               after advancing 1 line.
       3095-imprime-filial-exit.
           exit.
