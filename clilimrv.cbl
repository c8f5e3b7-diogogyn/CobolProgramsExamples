      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. clilimrv.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Revisao trimestral do limite de credito  *
      *                    pelo comportamento de pagamento: cruza   *
      *                    os titulos de CONTASREC (vencimento,     *
      *                    liquidacao, baixa como perda) com os     *
      *                    pagamentos de CRPAGTOS e apura, por      *
      *                    cliente, os titulos vencidos no          *
      *                    trimestre, a parte paga com atraso, a    *
      *                    media de dias de atraso e o maior saldo  *
      *                    devedor usado.  Imprime o limite         *
      *                    sugerido ao lado do atual e grava em     *
      *                    CLILIMPR.DAT as propostas de mudanca     *
      *                    para aprovacao do credito (aplicadas     *
      *                    depois pelo CLILIMAP).  Trimestre pelo   *
      *                    CLILIMRV.PRM (AAAAMM do primeiro mes) ou *
      *                    o trimestre civil anterior ao da data de *
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
           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is lrv-status-cliente.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is lrv-status-cr.

           select pagamentos-cr assign to "CRPAGTOS"
               organization is line sequential
               file status is lrv-status-pag.

           select propostas-limite assign to "CLILIMPR.DAT"
               organization is line sequential
               file status is lrv-status-prop.

           select arq-parametros assign to "CLILIMRV.PRM"
               organization is line sequential
               file status is lrv-status-parm.

           select ordenacao-movimentos assign to "LRVSORT".

           select revisao-relatorio
               assign to dynamic lrv-nome-relatorio
               organization is line sequential
               file status is lrv-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  cliente-mestre.
           copy CLIREC.

       fd  contas-receber.
           copy CRECREC.

       fd  pagamentos-cr.
           copy CRPAGREC.

       fd  propostas-limite.
           copy CLILIMRC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

      *-----------------------------------------------------------*
      * Movimento do cliente em ordem de data: titulo criado       *
      * (debito), pagamento ou baixa como perda (credito) e        *
      * avaliacao de atraso de titulo vencido.                     *
      *-----------------------------------------------------------*
       sd  ordenacao-movimentos.
       01  slm-registro.
           05  slm-cliente           pic 9(05).
           05  slm-data              pic 9(08).
           05  slm-tipo              pic 9(01).
               88  slm-debito              value 1.
               88  slm-credito             value 2.
               88  slm-atraso              value 3.
           05  slm-valor             pic 9(07)v99.
           05  slm-dias              pic 9(05).

       fd  revisao-relatorio.
       01  linha-relatorio           pic x(110).

       working-storage section.

       77  lrv-status-cliente   pic x(02) value spaces.
           88  lrv-cliente-ok          value "00".
       77  lrv-status-cr        pic x(02) value spaces.
           88  lrv-cr-ok               value "00".
       77  lrv-status-pag       pic x(02) value spaces.
       77  lrv-status-prop      pic x(02) value spaces.
       77  lrv-status-parm      pic x(02) value spaces.
       77  lrv-status-relat     pic x(02) value spaces.
       77  lrv-fim-ordenacao    pic x value "N".

       77  lrv-data-real        pic 9(08) value zeros.
       77  lrv-data-negocio     pic 9(08) value zeros.
       77  lrv-prm-trimestre    pic x(06) value spaces.

       77  lrv-rpt-base         pic x(08) value "CLILIMRV".
       77  lrv-nome-relatorio   pic x(30) value spaces.
       77  lrv-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Janela do trimestre revisado.                              *
      *-----------------------------------------------------------*
       01  lrv-trimestre.
           05  lrv-tri-ano           pic 9(04).
           05  lrv-tri-mes           pic 9(02).
       01  lrv-data-inicio.
           05  lrv-ini-ano           pic 9(04).
           05  lrv-ini-mes           pic 9(02).
           05  lrv-ini-dia           pic 9(02).
       01  lrv-inicio-numerico redefines lrv-data-inicio
                                     pic 9(08).
       01  lrv-data-seguinte.
           05  lrv-seg-ano           pic 9(04).
           05  lrv-seg-mes           pic 9(02).
           05  lrv-seg-dia           pic 9(02).
       01  lrv-seguinte-numerico redefines lrv-data-seguinte
                                     pic 9(08).
       77  lrv-data-fim         pic 9(08) value zeros.
       77  lrv-int-inicio       pic 9(07) value zeros.
       77  lrv-int-fim          pic 9(07) value zeros.
       77  lrv-int-saida        pic 9(07) value zeros.
       77  lrv-int-vencimento   pic 9(07) value zeros.
       77  lrv-data-saida       pic 9(08) value zeros.
       77  lrv-saldo-titulo     pic 9(07)v99 value zeros.

      *-----------------------------------------------------------*
      * Regra de sugestao.  Bom pagador: ate 10% dos titulos com   *
      * atraso e media ate 5 dias - o limite sobe 20% ou vai a     *
      * uma vez e meia o maior saldo usado, o que for maior.  Mau  *
      * pagador: mais de 50% com atraso ou media acima de 30 dias  *
      * - o limite cai a metade (sem limite passa a ser o maior    *
      * saldo usado).  No meio, o limite fica.  Sugestao           *
      * arredondada para cima em centenas.                         *
      *-----------------------------------------------------------*
       77  lrv-pct-bom          pic 9(03) value 10.
       77  lrv-dias-bom         pic 9(05) value 5.
       77  lrv-pct-mau          pic 9(03) value 50.
       77  lrv-dias-mau         pic 9(05) value 30.
       77  lrv-fator-aumento    pic 9v99 value 1,20.
       77  lrv-fator-uso        pic 9v99 value 1,50.
       77  lrv-fator-reducao    pic 9v99 value 0,50.
       77  lrv-valor-calculo    pic 9(09)v99 value zeros.
       77  lrv-valor-uso        pic 9(09)v99 value zeros.
       77  lrv-centenas         pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Acumuladores do cliente em quebra.                         *
      *-----------------------------------------------------------*
       77  lrv-primeiro-reg     pic x value "S".
           88  lrv-primeira-vez        value "S".
       77  lrv-ant-cliente      pic 9(05) value zeros.
       77  lrv-saldo-corrente   pic s9(09)v99 value zeros.
       77  lrv-maior-saldo      pic 9(09)v99 value zeros.
       77  lrv-entrou-janela    pic x(01) value "N".
           88  lrv-na-janela           value "S".
       77  lrv-qtde-titulos     pic 9(05) value zeros.
       77  lrv-qtde-atraso      pic 9(05) value zeros.
       77  lrv-soma-dias        pic 9(09) value zeros.
       77  lrv-pct-atraso       pic 9(03) value zeros.
       77  lrv-media-atraso     pic 9(05) value zeros.
       77  lrv-limite-sugerido  pic 9(07)v99 value zeros.
       77  lrv-classe           pic x(01) value spaces.

       77  lrv-qtde-avaliados   pic 9(05) value zeros.
       77  lrv-qtde-aumentos    pic 9(05) value zeros.
       77  lrv-qtde-reducoes    pic 9(05) value zeros.
       77  lrv-qtde-mantidos    pic 9(05) value zeros.
       77  lrv-qtde-sem-mov     pic 9(05) value zeros.
       77  lrv-qtde-propostas   pic 9(05) value zeros.

       01  cabecalho-revisao.
           05  filler                pic x(41) value
                  "REVISAO DO LIMITE DE CREDITO - TRIMESTRE ".
           05  cl-ini-mes            pic 99.
           05  filler                pic x(01) value "/".
           05  cl-ini-ano            pic 9(04).
           05  filler                pic x(03) value " A ".
           05  cl-fim                pic 9(08).
           05  filler                pic x(08) value "  DATA: ".
           05  cl-data               pic 9(08).
       01  cabecalho-colunas-lrv.
           05  filler                pic x(07) value "CODIGO".
           05  filler                pic x(26) value "NOME".
           05  filler                pic x(13) value " LIMITE ATUAL".
           05  filler                pic x(13) value "     SUGERIDO".
           05  filler                pic x(06) value "  TIT".
           05  filler                pic x(06) value "  ATR".
           05  filler                pic x(05) value "   %".
           05  filler                pic x(07) value "  DIAS".
           05  filler                pic x(15) value
                  "    MAIOR SALDO".
           05  filler                pic x(09) value " CLASSE".
       01  linha-detalhe-lrv.
           05  ldl-codigo            pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  ldl-nome              pic x(25).
           05  filler                pic x(01) value space.
           05  ldl-limite-atual      pic z.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldl-sugerido          pic z.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldl-titulos           pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldl-atraso            pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldl-pct               pic zz9.
           05  filler                pic x(02) value spaces.
           05  ldl-dias              pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldl-maior-saldo       pic zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldl-classe            pic x(08).
           05  filler                pic x(01) value space.
           05  ldl-marca             pic x(01).
       01  linha-total-lrv.
           05  ltl-descricao         pic x(40).
           05  ltl-quantidade        pic zzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using lrv-data-real lrv-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-movimentos
               on ascending key slm-cliente
                                slm-data
                                slm-tipo
               input procedure 5000-carrega-movimentos
                        thru 5000-carrega-movimentos-exit
               output procedure 5100-avalia-clientes
                        thru 5100-avalia-clientes-exit
           perform 6000-imprime-totais thru 6000-imprime-totais-exit
           close cliente-mestre contas-receber propostas-limite
                 revisao-relatorio
           display "CLILIMRV: " lrv-qtde-propostas
                   " propostas em CLILIMPR.DAT - relatorio "
                   lrv-nome-relatorio
           stop run.

       1000-abrir-arquivos.
           perform 1100-define-trimestre
              thru 1100-define-trimestre-exit
           open input cliente-mestre
           if not lrv-cliente-ok
              display "CLILIMRV: erro ao abrir CLIENTE - status "
                      lrv-status-cliente
              move 16 to return-code
              stop run
           end-if
           open input contas-receber
           if not lrv-cr-ok
              display "CLILIMRV: carteira CONTASREC indisponivel - "
                      "status " lrv-status-cr
              move 16 to return-code
              stop run
           end-if
           open output propostas-limite
           if lrv-status-prop not = "00"
              display "CLILIMRV: erro ao criar CLILIMPR.DAT - "
                      "status " lrv-status-prop
              move 16 to return-code
              stop run
           end-if
           call "RPTNAME" using lrv-rpt-base lrv-nome-relatorio
                                 lrv-rpt-status
           end-call
           if lrv-rpt-status not = "0"
              move "CLILIMRV.RPT" to lrv-nome-relatorio
           end-if
           open output revisao-relatorio
           move lrv-tri-mes to cl-ini-mes
           move lrv-tri-ano to cl-ini-ano
           move lrv-data-fim to cl-fim
           move lrv-data-negocio to cl-data
           write linha-relatorio from cabecalho-revisao
           write linha-relatorio from cabecalho-colunas-lrv
               after advancing 2 lines.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Trimestre: AAAAMM do primeiro mes na primeira linha do     *
      * CLILIMRV.PRM ou o trimestre civil anterior ao da data de   *
      * negocio.  A janela vai do dia 1 do primeiro mes ao ultimo  *
      * dia do terceiro.                                           *
      *-----------------------------------------------------------*
       1100-define-trimestre.
           move lrv-data-negocio(1:4) to lrv-tri-ano
           move lrv-data-negocio(5:2) to lrv-tri-mes
           subtract 1 from lrv-tri-mes
           divide lrv-tri-mes by 3 giving lrv-tri-mes
           compute lrv-tri-mes = lrv-tri-mes * 3 + 1
           if lrv-tri-mes > 3
              subtract 3 from lrv-tri-mes
           else
              add 9 to lrv-tri-mes
              subtract 1 from lrv-tri-ano
           end-if
           open input arq-parametros
           if lrv-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to lrv-prm-trimestre
              unstring prm-linha delimited by ";" or space
                  into lrv-prm-trimestre
              end-unstring
              if lrv-prm-trimestre not = spaces
                 if lrv-prm-trimestre is not numeric
                    or lrv-prm-trimestre(5:2) < "01"
                    or lrv-prm-trimestre(5:2) > "12"
                    display "CLILIMRV: trimestre invalido em "
                            "CLILIMRV.PRM - " lrv-prm-trimestre
                    move 16 to return-code
                    stop run
                 end-if
                 move lrv-prm-trimestre to lrv-trimestre
              end-if
           end-if
           move lrv-tri-ano to lrv-ini-ano
           move lrv-tri-mes to lrv-ini-mes
           move 01 to lrv-ini-dia
           move lrv-tri-ano to lrv-seg-ano
           compute lrv-seg-mes = lrv-tri-mes + 3
           if lrv-seg-mes > 12
              subtract 12 from lrv-seg-mes
              add 1 to lrv-seg-ano
           end-if
           move 01 to lrv-seg-dia
           move function integer-of-date(lrv-inicio-numerico)
                to lrv-int-inicio
           compute lrv-int-fim =
                   function integer-of-date(lrv-seguinte-numerico) - 1
           move function date-of-integer(lrv-int-fim)
                to lrv-data-fim.
       1100-define-trimestre-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga dos movimentos ate o fim do trimestre: os titulos da *
      * carteira e depois os pagamentos de CRPAGTOS.               *
      *-----------------------------------------------------------*
       5000-carrega-movimentos.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to lrv-status-cr
               not invalid key
                   move "00" to lrv-status-cr
           end-start
           perform 5010-carrega-titulo thru 5010-carrega-titulo-exit
               until lrv-status-cr not = "00"
           open input pagamentos-cr
           if lrv-status-pag not = "00"
              go to 5000-carrega-movimentos-exit
           end-if
           perform 5050-carrega-pagamento
              thru 5050-carrega-pagamento-exit
               until lrv-status-pag not = "00"
           close pagamentos-cr.
       5000-carrega-movimentos-exit.
           exit.

      *-----------------------------------------------------------*
      * Titulo: debito na data da venda; baixa como perda credita  *
      * o saldo que restava na data da baixa.  Titulo de venda     *
      * vencido ate o fim do trimestre e ainda em jogo nele gera a *
      * avaliacao de atraso: liquidado no trimestre conta os dias  *
      * entre o vencimento e a liquidacao (data do pagamento que   *
      * zerou o saldo); aberto, liquidado depois ou baixado como   *
      * perda conta os dias ate o fim do trimestre ou ate a baixa. *
      *-----------------------------------------------------------*
       5010-carrega-titulo.
           read contas-receber next record
               at end
                   move "10" to lrv-status-cr
                   go to 5010-carrega-titulo-exit
           end-read
           if cr-cliente = zeros or cr-data-venda > lrv-data-fim
              go to 5010-carrega-titulo-exit
           end-if
           move cr-cliente to slm-cliente
           move cr-data-venda to slm-data
           move 1 to slm-tipo
           move cr-valor-original to slm-valor
           move zeros to slm-dias
           release slm-registro
           if cr-baixado-perda
              and cr-data-liquidacao not > lrv-data-fim
              compute lrv-saldo-titulo =
                      cr-valor-original - cr-valor-pago
              move cr-data-liquidacao to slm-data
              move 2 to slm-tipo
              move lrv-saldo-titulo to slm-valor
              release slm-registro
           end-if
           if not cr-titulo-venda
              or cr-data-vencimento = zeros
              or cr-data-vencimento > lrv-data-fim
              go to 5010-carrega-titulo-exit
           end-if
           if cr-aberto
              move lrv-data-fim to lrv-data-saida
           else
              if cr-data-liquidacao < lrv-inicio-numerico
                 go to 5010-carrega-titulo-exit
              end-if
              if cr-data-liquidacao > lrv-data-fim
                 move lrv-data-fim to lrv-data-saida
              else
                 move cr-data-liquidacao to lrv-data-saida
              end-if
           end-if
           move function integer-of-date(lrv-data-saida)
                to lrv-int-saida
           move function integer-of-date(cr-data-vencimento)
                to lrv-int-vencimento
           move zeros to slm-dias
           if lrv-int-saida > lrv-int-vencimento
              compute slm-dias = lrv-int-saida - lrv-int-vencimento
                  on size error
                      move 99999 to slm-dias
              end-compute
           end-if
           move lrv-data-saida to slm-data
           move 3 to slm-tipo
           move zeros to slm-valor
           release slm-registro.
       5010-carrega-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Pagamento: credito na data da baixa.  Recuperacao de       *
      * titulo ja baixado como perda nao mexe no saldo.            *
      *-----------------------------------------------------------*
       5050-carrega-pagamento.
           read pagamentos-cr
               at end
                   move "10" to lrv-status-pag
                   go to 5050-carrega-pagamento-exit
           end-read
           if crp-recuperacao or crp-cliente = zeros
              or crp-data-pagamento > lrv-data-fim
              go to 5050-carrega-pagamento-exit
           end-if
           move crp-cliente to slm-cliente
           move crp-data-pagamento to slm-data
           move 2 to slm-tipo
           move crp-valor to slm-valor
           move zeros to slm-dias
           release slm-registro.
       5050-carrega-pagamento-exit.
           exit.

       5100-avalia-clientes.
           move "N" to lrv-fim-ordenacao
           perform 5110-processa-movimento
              thru 5110-processa-movimento-exit
               until lrv-fim-ordenacao = "S"
           if not lrv-primeira-vez
              perform 5150-fecha-cliente thru 5150-fecha-cliente-exit
           end-if.
       5100-avalia-clientes-exit.
           exit.

      *-----------------------------------------------------------*
      * Saldo corrente do cliente em ordem de data; o maior saldo  *
      * usado conta o saldo que entrou no trimestre e cada saldo   *
      * dentro dele.                                               *
      *-----------------------------------------------------------*
       5110-processa-movimento.
           return ordenacao-movimentos
               at end
                   move "S" to lrv-fim-ordenacao
                   go to 5110-processa-movimento-exit
           end-return
           if lrv-primeira-vez
              move "N" to lrv-primeiro-reg
              move slm-cliente to lrv-ant-cliente
           end-if
           if slm-cliente not = lrv-ant-cliente
              perform 5150-fecha-cliente thru 5150-fecha-cliente-exit
              move slm-cliente to lrv-ant-cliente
           end-if
           if slm-atraso
              add 1 to lrv-qtde-titulos
              if slm-dias > zeros
                 add 1 to lrv-qtde-atraso
                 add slm-dias to lrv-soma-dias
              end-if
              go to 5110-processa-movimento-exit
           end-if
           if slm-data not < lrv-inicio-numerico and not lrv-na-janela
              move "S" to lrv-entrou-janela
              perform 5120-compara-saldo thru 5120-compara-saldo-exit
           end-if
           if slm-debito
              add slm-valor to lrv-saldo-corrente
           else
              subtract slm-valor from lrv-saldo-corrente
           end-if
           if lrv-na-janela
              perform 5120-compara-saldo thru 5120-compara-saldo-exit
           end-if.
       5110-processa-movimento-exit.
           exit.

       5120-compara-saldo.
           if lrv-saldo-corrente > lrv-maior-saldo
              move lrv-saldo-corrente to lrv-maior-saldo
           end-if.
       5120-compara-saldo-exit.
           exit.

      *-----------------------------------------------------------*
      * Fim do cliente: o saldo no fim do trimestre tambem conta   *
      * como usado.  Cliente sem titulo avaliado e sem saldo fica  *
      * de fora; cliente fora do mestre tambem.                    *
      *-----------------------------------------------------------*
       5150-fecha-cliente.
           perform 5120-compara-saldo thru 5120-compara-saldo-exit
           if lrv-qtde-titulos = zeros and lrv-maior-saldo = zeros
              go to 5150-zera-cliente
           end-if
           move lrv-ant-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   go to 5150-zera-cliente
           end-read
           perform 5200-sugere-limite thru 5200-sugere-limite-exit
           perform 5300-imprime-cliente
              thru 5300-imprime-cliente-exit
           if lrv-limite-sugerido not = cli-limite-credito
              perform 5400-grava-proposta
                 thru 5400-grava-proposta-exit
           end-if.
       5150-zera-cliente.
           move zeros to lrv-saldo-corrente lrv-maior-saldo
                         lrv-qtde-titulos lrv-qtde-atraso
                         lrv-soma-dias
           move "N" to lrv-entrou-janela.
       5150-fecha-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Classe do pagador e limite sugerido (regra acima).         *
      *-----------------------------------------------------------*
       5200-sugere-limite.
           add 1 to lrv-qtde-avaliados
           move cli-limite-credito to lrv-limite-sugerido
           move zeros to lrv-pct-atraso lrv-media-atraso
           if lrv-qtde-titulos = zeros
              move "S" to lrv-classe
              add 1 to lrv-qtde-sem-mov
              go to 5200-sugere-limite-exit
           end-if
           compute lrv-pct-atraso rounded =
                   lrv-qtde-atraso * 100 / lrv-qtde-titulos
           if lrv-qtde-atraso > zeros
              compute lrv-media-atraso rounded =
                      lrv-soma-dias / lrv-qtde-atraso
                  on size error
                      move 99999 to lrv-media-atraso
              end-compute
           end-if
           if lrv-pct-atraso > lrv-pct-mau
              or lrv-media-atraso > lrv-dias-mau
              move "M" to lrv-classe
              if cli-limite-credito = zeros
                 move lrv-maior-saldo to lrv-valor-calculo
              else
                 compute lrv-valor-calculo rounded =
                         cli-limite-credito * lrv-fator-reducao
              end-if
              perform 5250-arredonda-limite
                 thru 5250-arredonda-limite-exit
              go to 5200-conta-sugestao
           end-if
           if lrv-pct-atraso not > lrv-pct-bom
              and lrv-media-atraso not > lrv-dias-bom
              move "B" to lrv-classe
              if cli-limite-credito > zeros
                 compute lrv-valor-calculo rounded =
                         cli-limite-credito * lrv-fator-aumento
                 compute lrv-valor-uso rounded =
                         lrv-maior-saldo * lrv-fator-uso
                 if lrv-valor-uso > lrv-valor-calculo
                    move lrv-valor-uso to lrv-valor-calculo
                 end-if
                 perform 5250-arredonda-limite
                    thru 5250-arredonda-limite-exit
              end-if
              go to 5200-conta-sugestao
           end-if
           move "R" to lrv-classe.
       5200-conta-sugestao.
           if lrv-limite-sugerido > cli-limite-credito
              add 1 to lrv-qtde-aumentos
           else
              if lrv-limite-sugerido < cli-limite-credito
                 add 1 to lrv-qtde-reducoes
              else
                 add 1 to lrv-qtde-mantidos
              end-if
           end-if.
       5200-sugere-limite-exit.
           exit.

      *-----------------------------------------------------------*
      * Arredonda para cima em centenas; acima do campo do mestre  *
      * fica no teto.                                              *
      *-----------------------------------------------------------*
       5250-arredonda-limite.
           divide lrv-valor-calculo by 100 giving lrv-centenas
               on size error
                   move 99999 to lrv-centenas
           end-divide
           if lrv-centenas * 100 < lrv-valor-calculo
              add 1 to lrv-centenas
           end-if
           compute lrv-limite-sugerido = lrv-centenas * 100
               on size error
                   move 9999999,99 to lrv-limite-sugerido
           end-compute.
       5250-arredonda-limite-exit.
           exit.

       5300-imprime-cliente.
           move cli-codigo to ldl-codigo
           move cli-nome to ldl-nome
           move cli-limite-credito to ldl-limite-atual
           move lrv-limite-sugerido to ldl-sugerido
           move lrv-qtde-titulos to ldl-titulos
           move lrv-qtde-atraso to ldl-atraso
           move lrv-pct-atraso to ldl-pct
           move lrv-media-atraso to ldl-dias
           move lrv-maior-saldo to ldl-maior-saldo
           evaluate lrv-classe
               when "B"
                   move "BOM" to ldl-classe
               when "M"
                   move "MAU" to ldl-classe
               when "S"
                   move "SEM VENC" to ldl-classe
               when other
                   move "REGULAR" to ldl-classe
           end-evaluate
           if lrv-limite-sugerido not = cli-limite-credito
              move "*" to ldl-marca
           else
              move space to ldl-marca
           end-if
           write linha-relatorio from linha-detalhe-lrv
               after advancing 1 line.
       5300-imprime-cliente-exit.
           exit.

       5400-grava-proposta.
           move cli-codigo to lim-cliente
           move cli-nome to lim-nome
           move lrv-trimestre to lim-trimestre
           move cli-limite-credito to lim-limite-atual
           move lrv-limite-sugerido to lim-limite-sugerido
           move lrv-limite-sugerido to lim-limite-aprovado
           move lrv-qtde-titulos to lim-qtde-titulos
           move lrv-qtde-atraso to lim-qtde-atraso
           move lrv-pct-atraso to lim-pct-atraso
           move lrv-media-atraso to lim-media-atraso
           move lrv-maior-saldo to lim-maior-saldo
           move lrv-classe to lim-classe
           move lrv-data-negocio to lim-data-revisao
           write lim-registro
           add 1 to lrv-qtde-propostas.
       5400-grava-proposta-exit.
           exit.

       6000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "CLIENTES AVALIADOS:" to ltl-descricao
           move lrv-qtde-avaliados to ltl-quantidade
           write linha-relatorio from linha-total-lrv
               after advancing 1 line
           move "AUMENTO SUGERIDO:" to ltl-descricao
           move lrv-qtde-aumentos to ltl-quantidade
           write linha-relatorio from linha-total-lrv
               after advancing 1 line
           move "REDUCAO SUGERIDA:" to ltl-descricao
           move lrv-qtde-reducoes to ltl-quantidade
           write linha-relatorio from linha-total-lrv
               after advancing 1 line
           move "LIMITE MANTIDO:" to ltl-descricao
           move lrv-qtde-mantidos to ltl-quantidade
           write linha-relatorio from linha-total-lrv
               after advancing 1 line
           move "SEM TITULO VENCIDO NO TRIMESTRE:" to ltl-descricao
           move lrv-qtde-sem-mov to ltl-quantidade
           write linha-relatorio from linha-total-lrv
               after advancing 1 line
           move "PROPOSTAS GRAVADAS EM CLILIMPR.DAT (*):"
                to ltl-descricao
           move lrv-qtde-propostas to ltl-quantidade
           write linha-relatorio from linha-total-lrv
               after advancing 1 line.
       6000-imprime-totais-exit.
           exit.
