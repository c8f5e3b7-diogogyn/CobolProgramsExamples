      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. vendscor.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Placar mensal do vendedor: junta num so  *
      *                    relatorio o atingimento da meta, a taxa  *
      *                    de devolucao e os ajustes manuais do     *
      *                    VENDHIST.DAT, a parcela da carteira do   *
      *                    CONTASREC vencida ha mais de 60 dias, o  *
      *                    ticket medio e os clientes distintos.    *
      *                    Cada medida vira um indice sobre a media *
      *                    da filial e os indices, ponderados pelos *
      *                    pesos do VSCORCFG.DAT, dao a nota que    *
      *                    ordena o ranking geral e o das equipes   *
      *                    de cada supervisor.                      *
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
           select arq-parametros assign to "VENDSCOR.PRM"
               organization is line sequential
               file status is vsc-status-parm.

           select placar-config assign to "VSCORCFG.DAT"
               organization is line sequential
               file status is vsc-status-config.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is vsc-status-vendedor.

           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is vsc-status-hist.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is vsc-status-cr.

           select ordenacao-placar assign to "VSCSORT".

           select placar-relatorio
               assign to dynamic vsc-nome-relatorio
               organization is line sequential
               file status is vsc-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  placar-config.
           copy VSCCFG.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  venda-historico.
           copy HISTREC.

       fd  contas-receber.
           copy CRECREC.

       sd  ordenacao-placar.
       01  spl-registro.
           05  spl-supervisor        pic 9(05).
           05  spl-nota              pic 9(03)v99.
           05  spl-vendedor          pic 9(05).
           05  spl-indice            pic 9(04).

       fd  placar-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  vsc-status-parm      pic x(02) value spaces.
       77  vsc-status-config    pic x(02) value spaces.
       77  vsc-status-vendedor  pic x(02) value spaces.
       77  vsc-status-hist      pic x(02) value spaces.
           88  vsc-fim-hist            value "10".
       77  vsc-status-cr        pic x(02) value spaces.
       77  vsc-status-relat     pic x(02) value spaces.
       77  vsc-fim-ordenacao    pic x(01) value "N".
           88  vsc-sem-mais-ordem      value "S".

       77  vsc-data-real        pic 9(08) value zeros.
       77  vsc-data-negocio     pic 9(08) value zeros.
       77  vsc-dia-negocio      pic 9(07) value zeros.
       77  vsc-dia-vencimento   pic 9(07) value zeros.
       77  vsc-prm-periodo      pic x(06) value spaces.
       77  vsc-periodo          pic 9(06) value zeros.

       77  vsc-rpt-base         pic x(08) value "VENDSCOR".
       77  vsc-nome-relatorio   pic x(30) value spaces.
       77  vsc-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Pesos das medidas, na ordem do VSCCFG: 1 meta, 2 devolucao,*
      * 3 ajustes, 4 atraso acima de 60 dias, 5 ticket medio e     *
      * 6 clientes distintos.  As medidas 2, 3 e 4 sao "quanto     *
      * menor melhor".                                             *
      *-----------------------------------------------------------*
       01  vsc-pesos-vigentes.
           05  vsc-peso-valor        pic 9(03) occurs 6 times.
       77  vsc-soma-pesos       pic 9(04) value zeros.
       77  vsc-medida           pic 9(01) value zeros.
           88  vsc-medida-inversa      value 2 3 4.

      *-----------------------------------------------------------*
      * Vendedores do mestre com o movimento do periodo, as        *
      * medidas apuradas e os indices sobre a media da filial.     *
      * VSC-VD-APLICA fica "N" na medida sem base (meta zerada,    *
      * nenhuma venda, nenhum titulo em aberto): o indice dela e   *
      * 100 e ela nao entra na media da filial.                    *
      *-----------------------------------------------------------*
       01  vsc-tabela-vendedores.
           05  vsc-qtde-vendedores   pic 9(04) value zeros.
           05  vsc-vendedor          occurs 1000 times.
               10  vsc-vd-codigo     pic 9(05).
               10  vsc-vd-nome       pic x(30).
               10  vsc-vd-filial     pic 9(03).
               10  vsc-vd-supervisor pic 9(05).
               10  vsc-vd-meta       pic 9(09)v99.
               10  vsc-vd-ativo      pic x(01).
               10  vsc-vd-incluido   pic x(01).
               10  vsc-vd-vendas     pic 9(11)v99.
               10  vsc-vd-qtde-vendas pic 9(07).
               10  vsc-vd-devolucoes pic 9(11)v99.
               10  vsc-vd-ajustes    pic 9(09)v99.
               10  vsc-vd-aberto     pic 9(11)v99.
               10  vsc-vd-vencido    pic 9(11)v99.
               10  vsc-vd-clientes   pic 9(05).
               10  vsc-vd-valor      pic 9(09)v99 occurs 6 times.
               10  vsc-vd-aplica     pic x(01) occurs 6 times.
               10  vsc-vd-ind        pic 9(03) occurs 6 times.
               10  vsc-vd-nota       pic 9(03)v99.
       77  vsc-vd-indice        pic 9(04) value zeros.
       77  vsc-vd-posicao       pic 9(04) value zeros.
       77  vsc-codigo-procurado pic 9(05) value zeros.
       77  vsc-qtde-incluidos   pic 9(04) value zeros.
       77  vsc-qtde-descartadas pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Pares vendedor/cliente vendidos no periodo, para contar    *
      * os clientes distintos de cada vendedor.                    *
      *-----------------------------------------------------------*
       01  vsc-tabela-clientes.
           05  vsc-qtde-pares        pic 9(04) value zeros.
           05  vsc-par               occurs 5000 times.
               10  vsc-pr-vendedor   pic 9(05).
               10  vsc-pr-cliente    pic 9(05).
       77  vsc-pr-indice        pic 9(04) value zeros.
       77  vsc-pr-posicao       pic 9(04) value zeros.

      *-----------------------------------------------------------*
      * Media de cada medida por filial.                           *
      *-----------------------------------------------------------*
       01  vsc-tabela-filiais.
           05  vsc-qtde-filiais      pic 9(03) value zeros.
           05  vsc-filial            occurs 100 times.
               10  vsc-fl-codigo     pic 9(03).
               10  vsc-fl-qtde       pic 9(04).
               10  vsc-fl-soma       pic 9(13)v99 occurs 6 times.
               10  vsc-fl-contagem   pic 9(04) occurs 6 times.
               10  vsc-fl-media      pic 9(09)v99 occurs 6 times.
       77  vsc-fl-indice        pic 9(03) value zeros.
       77  vsc-fl-posicao       pic 9(03) value zeros.

       77  vsc-liquido          pic s9(11)v99 value zeros.
       77  vsc-razao            pic 9(07)v99 value zeros.
       77  vsc-soma-ponderada   pic 9(07)v99 value zeros.
       77  vsc-posicao-rank     pic 9(04) value zeros.

       77  vsc-primeiro-reg     pic x(01) value "S".
           88  vsc-primeira-vez        value "S".
       77  vsc-supervisor-anterior pic 9(05) value zeros.
       77  vsc-eq-qtde          pic 9(04) value zeros.
       77  vsc-eq-soma-notas    pic 9(07)v99 value zeros.

       01  cabecalho-placar.
           05  filler                pic x(38) value
                  "PLACAR DO VENDEDOR - PERIODO ".
           05  cp-periodo            pic 9(06).
           05  filler                pic x(09) value "  DATA: ".
           05  cp-data               pic 9(08).
       01  linha-pesos-placar.
           05  filler                pic x(13) value "PESOS: META ".
           05  lpp-meta              pic zz9.
           05  filler                pic x(12) value "  DEVOLUCAO ".
           05  lpp-devolucao         pic zz9.
           05  filler                pic x(10) value "  AJUSTES ".
           05  lpp-ajuste            pic zz9.
           05  filler                pic x(18) value
                  "  VENCIDO > 60 D. ".
           05  lpp-atraso            pic zz9.
           05  filler                pic x(09) value "  TICKET ".
           05  lpp-ticket            pic zz9.
           05  filler                pic x(11) value "  CLIENTES ".
           05  lpp-clientes          pic zz9.
       01  cabecalho-secao-placar.
           05  csp-texto             pic x(80).
       01  cabecalho-colunas-placar.
           05  filler                pic x(37) value
                  " POS VEND. NOME                 FIL  ".
           05  filler                pic x(38) value
                  " ATING.% DEVOL.%       AJUSTES VENC60%".
           05  filler                pic x(30) value
                  "  TICKET MEDIO CLIENT     NOTA".
       01  linha-detalhe-placar.
           05  ldp-posicao           pic zzz9 blank when zero.
           05  filler                pic x(01) value space.
           05  ldp-vendedor          pic zzzz9 blank when zero.
           05  filler                pic x(01) value space.
           05  ldp-nome              pic x(20).
           05  filler                pic x(01) value space.
           05  ldp-filial            pic zz9.
           05  filler                pic x(02) value spaces.
           05  ldp-atingimento       pic zzzz9,99.
           05  ldp-atingimento-x redefines ldp-atingimento
                                     pic x(08).
           05  filler                pic x(02) value spaces.
           05  ldp-devolucao         pic zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldp-ajustes           pic z.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldp-vencido           pic zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldp-ticket            pic z.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldp-clientes          pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  ldp-nota              pic zz9,99.
       01  linha-indice-placar.
           05  filler                pic x(11) value spaces.
           05  filler                pic x(26) value
                  "INDICE SOBRE MEDIA FILIAL".
           05  filler                pic x(05) value spaces.
           05  lip-ind-1             pic zz9.
           05  filler                pic x(05) value spaces.
           05  lip-ind-2             pic zz9.
           05  filler                pic x(11) value spaces.
           05  lip-ind-3             pic zz9.
           05  filler                pic x(05) value spaces.
           05  lip-ind-4             pic zz9.
           05  filler                pic x(11) value spaces.
           05  lip-ind-5             pic zz9.
           05  filler                pic x(04) value spaces.
           05  lip-ind-6             pic zz9.
       01  cabecalho-equipe-placar.
           05  filler                pic x(21) value
                  "EQUIPE DO SUPERVISOR ".
           05  cep-supervisor        pic zzzz9.
           05  filler                pic x(01) value space.
           05  cep-nome              pic x(30).
       01  linha-total-equipe.
           05  filler                pic x(11) value spaces.
           05  filler                pic x(18) value
                  "MEDIA DA EQUIPE - ".
           05  lte-qtde              pic zzz9.
           05  filler                pic x(25) value
                  " VENDEDOR(ES)  NOTA MEDIA".
           05  filler                pic x(02) value spaces.
           05  lte-nota              pic zz9,99.
       01  linha-aviso-placar.
           05  lap-texto             pic x(80).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using vsc-data-real vsc-data-negocio
           end-call
           move function integer-of-date(vsc-data-negocio)
             to vsc-dia-negocio
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1200-le-pesos thru 1200-le-pesos-exit
           perform 1300-carrega-vendedores
              thru 1300-carrega-vendedores-exit
           perform 2000-le-historico thru 2000-le-historico-exit
           perform 2200-le-carteira thru 2200-le-carteira-exit
           perform 2500-calcula-medidas thru 2500-calcula-medidas-exit
               varying vsc-vd-indice from 1 by 1
               until vsc-vd-indice > vsc-qtde-vendedores
           perform 2600-calcula-medias thru 2600-calcula-medias-exit
               varying vsc-fl-indice from 1 by 1
               until vsc-fl-indice > vsc-qtde-filiais
           perform 2700-calcula-indices thru 2700-calcula-indices-exit
               varying vsc-vd-indice from 1 by 1
               until vsc-vd-indice > vsc-qtde-vendedores
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           if vsc-qtde-incluidos = zeros
              move "NENHUM VENDEDOR ATIVO OU COM MOVIMENTO NO PERIODO."
                to lap-texto
              write linha-relatorio from linha-aviso-placar
                  after advancing 2 lines
           else
              perform 3400-imprime-medias-filial
                 thru 3400-imprime-medias-filial-exit
              sort ordenacao-placar
                  on descending key spl-nota
                  on ascending key spl-vendedor
                  input procedure 3100-libera-placar
                           thru 3100-libera-placar-exit
                  output procedure 3200-imprime-ranking
                           thru 3200-imprime-ranking-exit
              sort ordenacao-placar
                  on ascending key spl-supervisor
                  on descending key spl-nota
                  on ascending key spl-vendedor
                  input procedure 3100-libera-placar
                           thru 3100-libera-placar-exit
                  output procedure 3300-imprime-equipes
                           thru 3300-imprime-equipes-exit
           end-if
           close placar-relatorio
           display "VENDSCOR: " vsc-qtde-incluidos
                   " vendedores no placar do periodo " vsc-periodo
                   " - relatorio " vsc-nome-relatorio
           if vsc-qtde-descartadas > zeros
              display "VENDSCOR: " vsc-qtde-descartadas
                      " linhas de vendedor fora do mestre ignoradas"
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * VENDSCOR.PRM: periodo AAAAMM (sem parametro, o periodo da  *
      * data de negocio).                                          *
      *-----------------------------------------------------------*
       1100-le-parametro.
           compute vsc-periodo = vsc-data-negocio / 100
           open input arq-parametros
           if vsc-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";"
               into vsc-prm-periodo
           end-unstring
           if vsc-prm-periodo = spaces
              go to 1100-le-parametro-exit
           end-if
           if vsc-prm-periodo is not numeric
              display "VENDSCOR: periodo invalido em VENDSCOR.PRM - "
                      vsc-prm-periodo
              move 16 to return-code
              stop run
           end-if
           move vsc-prm-periodo to vsc-periodo.
       1100-le-parametro-exit.
           exit.

      *-----------------------------------------------------------*
      * Pesos do VSCORCFG.DAT; ausente, nao numerico ou todo       *
      * zerado vale a ponderacao padrao.                           *
      *-----------------------------------------------------------*
       1200-le-pesos.
           move 30 to vsc-peso-valor(1)
           move 20 to vsc-peso-valor(2)
           move 10 to vsc-peso-valor(3)
           move 20 to vsc-peso-valor(4)
           move 10 to vsc-peso-valor(5)
           move 10 to vsc-peso-valor(6)
           open input placar-config
           if vsc-status-config = "00"
              read placar-config
                  at end
                      continue
                  not at end
                      if vsc-pesos-nomeados is numeric
                         and vsc-pesos-nomeados not = zeros
                         move vsc-pesos to vsc-pesos-vigentes
                      else
                         display "VENDSCOR: pesos invalidos em "
                                 "VSCORCFG.DAT - valem os padroes."
                      end-if
              end-read
              close placar-config
           end-if
           move zeros to vsc-soma-pesos
           perform 1210-soma-peso thru 1210-soma-peso-exit
               varying vsc-medida from 1 by 1
               until vsc-medida > 6.
       1200-le-pesos-exit.
           exit.

       1210-soma-peso.
           add vsc-peso-valor(vsc-medida) to vsc-soma-pesos.
       1210-soma-peso-exit.
           exit.

      *-----------------------------------------------------------*
      * Carrega o mestre inteiro (em ordem de codigo); o desligado *
      * so entra no placar se teve movimento no periodo.           *
      *-----------------------------------------------------------*
       1300-carrega-vendedores.
           open input vendedor-mestre
           if vsc-status-vendedor not = "00"
              display "VENDSCOR: erro ao abrir VENDEDOR - status "
                      vsc-status-vendedor
              move 16 to return-code
              stop run
           end-if
           move low-values to vdr-codigo
           start vendedor-mestre key not less than vdr-codigo
               invalid key
                   move "10" to vsc-status-vendedor
           end-start
           perform 1310-le-vendedor thru 1310-le-vendedor-exit
               until vsc-status-vendedor not = "00"
           close vendedor-mestre.
       1300-carrega-vendedores-exit.
           exit.

       1310-le-vendedor.
           read vendedor-mestre next record
               at end
                   move "10" to vsc-status-vendedor
                   go to 1310-le-vendedor-exit
           end-read
           if vsc-qtde-vendedores not < 1000
              display "VENDSCOR: mais de 1000 vendedores no mestre - "
                      "demais ignorados"
              move "10" to vsc-status-vendedor
              go to 1310-le-vendedor-exit
           end-if
           add 1 to vsc-qtde-vendedores
           move vsc-qtde-vendedores to vsc-vd-posicao
           initialize vsc-vendedor(vsc-vd-posicao)
           move vdr-codigo to vsc-vd-codigo(vsc-vd-posicao)
           move vdr-nome to vsc-vd-nome(vsc-vd-posicao)
           if vdr-filial is numeric
              move vdr-filial to vsc-vd-filial(vsc-vd-posicao)
           end-if
           if vdr-supervisor is numeric
              move vdr-supervisor to vsc-vd-supervisor(vsc-vd-posicao)
           end-if
           if vdr-meta-periodo is numeric
              move vdr-meta-periodo to vsc-vd-meta(vsc-vd-posicao)
           end-if
           if vdr-ativo
              move "S" to vsc-vd-ativo(vsc-vd-posicao)
           else
              move "N" to vsc-vd-ativo(vsc-vd-posicao)
           end-if.
       1310-le-vendedor-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using vsc-rpt-base vsc-nome-relatorio
                                 vsc-rpt-status
           end-call
           if vsc-rpt-status not = "0"
              move "VENDSCOR.RPT" to vsc-nome-relatorio
           end-if
           open output placar-relatorio
           move vsc-periodo to cp-periodo
           move vsc-data-negocio to cp-data
           write linha-relatorio from cabecalho-placar
           move vsc-peso-valor(1) to lpp-meta
           move vsc-peso-valor(2) to lpp-devolucao
           move vsc-peso-valor(3) to lpp-ajuste
           move vsc-peso-valor(4) to lpp-atraso
           move vsc-peso-valor(5) to lpp-ticket
           move vsc-peso-valor(6) to lpp-clientes
           write linha-relatorio from linha-pesos-placar
               after advancing 1 line.
       1000-abrir-relatorio-exit.
           exit.

      *-----------------------------------------------------------*
      * Vendas, devolucoes e ajustes manuais do periodo.  O ajuste *
      * conta pelo valor absoluto: a medida e quanto da comissao   *
      * precisou de correcao manual, para mais ou para menos.      *
      *-----------------------------------------------------------*
       2000-le-historico.
           open input venda-historico
           if vsc-status-hist not = "00"
              display "VENDSCOR: erro ao abrir VENDHIST - status "
                      vsc-status-hist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-linha thru 2010-le-linha-exit
               until vsc-fim-hist
           close venda-historico.
       2000-le-historico-exit.
           exit.

       2010-le-linha.
           read venda-historico
               at end
                   go to 2010-le-linha-exit
           end-read
           if hst-periodo not = vsc-periodo
              go to 2010-le-linha-exit
           end-if
           if not hst-venda
              and not hst-devolucao
              and not hst-ajuste
              go to 2010-le-linha-exit
           end-if
           move hst-vendedor to vsc-codigo-procurado
           perform 2020-localiza-vendedor
              thru 2020-localiza-vendedor-exit
           if vsc-vd-posicao = zeros
              add 1 to vsc-qtde-descartadas
              go to 2010-le-linha-exit
           end-if
           evaluate true
               when hst-venda
                   add hst-valor to vsc-vd-vendas(vsc-vd-posicao)
                   add 1 to vsc-vd-qtde-vendas(vsc-vd-posicao)
                   if hst-cliente > zeros
                      perform 2040-conta-cliente
                         thru 2040-conta-cliente-exit
                   end-if
               when hst-devolucao
                   add hst-valor to vsc-vd-devolucoes(vsc-vd-posicao)
               when other
                   add hst-comissao to vsc-vd-ajustes(vsc-vd-posicao)
           end-evaluate
           move "S" to vsc-vd-incluido(vsc-vd-posicao).
       2010-le-linha-exit.
           exit.

       2020-localiza-vendedor.
           move zeros to vsc-vd-posicao
           perform 2030-compara-vendedor
              thru 2030-compara-vendedor-exit
               varying vsc-vd-indice from 1 by 1
               until vsc-vd-indice > vsc-qtde-vendedores
                  or vsc-vd-posicao > zeros.
       2020-localiza-vendedor-exit.
           exit.

       2030-compara-vendedor.
           if vsc-vd-codigo(vsc-vd-indice) = vsc-codigo-procurado
              move vsc-vd-indice to vsc-vd-posicao
           end-if.
       2030-compara-vendedor-exit.
           exit.

       2040-conta-cliente.
           move zeros to vsc-pr-posicao
           perform 2050-compara-cliente
              thru 2050-compara-cliente-exit
               varying vsc-pr-indice from 1 by 1
               until vsc-pr-indice > vsc-qtde-pares
                  or vsc-pr-posicao > zeros
           if vsc-pr-posicao > zeros
              go to 2040-conta-cliente-exit
           end-if
           if vsc-qtde-pares not < 5000
              go to 2040-conta-cliente-exit
           end-if
           add 1 to vsc-qtde-pares
           move hst-vendedor to vsc-pr-vendedor(vsc-qtde-pares)
           move hst-cliente to vsc-pr-cliente(vsc-qtde-pares)
           add 1 to vsc-vd-clientes(vsc-vd-posicao).
       2040-conta-cliente-exit.
           exit.

       2050-compara-cliente.
           if vsc-pr-vendedor(vsc-pr-indice) = hst-vendedor
              and vsc-pr-cliente(vsc-pr-indice) = hst-cliente
              move vsc-pr-indice to vsc-pr-posicao
           end-if.
       2050-compara-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Saldo em aberto dos clientes de cada vendedor (o vendedor  *
      * da venda que gerou o titulo) na data de negocio, e a parte *
      * vencida ha mais de 60 dias.  Sem carteira, a medida fica   *
      * sem base para todos.                                       *
      *-----------------------------------------------------------*
       2200-le-carteira.
           open input contas-receber
           if vsc-status-cr not = "00"
              display "VENDSCOR: carteira CONTASREC indisponivel - "
                      "atraso sem base no placar"
              go to 2200-le-carteira-exit
           end-if
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to vsc-status-cr
           end-start
           perform 2210-le-titulo thru 2210-le-titulo-exit
               until vsc-status-cr not = "00"
           close contas-receber.
       2200-le-carteira-exit.
           exit.

       2210-le-titulo.
           read contas-receber next record
               at end
                   move "10" to vsc-status-cr
                   go to 2210-le-titulo-exit
           end-read
           if not cr-aberto
              go to 2210-le-titulo-exit
           end-if
           move cr-vendedor to vsc-codigo-procurado
           perform 2020-localiza-vendedor
              thru 2020-localiza-vendedor-exit
           if vsc-vd-posicao = zeros
              go to 2210-le-titulo-exit
           end-if
           compute vsc-liquido = cr-valor-original - cr-valor-pago
           if vsc-liquido not > zeros
              go to 2210-le-titulo-exit
           end-if
           add vsc-liquido to vsc-vd-aberto(vsc-vd-posicao)
           if cr-data-vencimento is numeric
              and cr-data-vencimento > zeros
              move function integer-of-date(cr-data-vencimento)
                to vsc-dia-vencimento
              if vsc-dia-negocio - vsc-dia-vencimento > 60
                 add vsc-liquido to vsc-vd-vencido(vsc-vd-posicao)
              end-if
           end-if.
       2210-le-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Medidas do vendedor e soma na filial dele:                 *
      *   1 atingimento % = (vendas - devolucoes) / meta           *
      *   2 devolucao %   = devolucoes / vendas                    *
      *   3 ajustes       = valor absoluto dos ajustes manuais     *
      *   4 atraso %      = vencido > 60 dias / saldo em aberto    *
      *   5 ticket medio  = vendas / quantidade de vendas          *
      *   6 clientes distintos com venda no periodo                *
      *-----------------------------------------------------------*
       2500-calcula-medidas.
           move vsc-vd-indice to vsc-vd-posicao
           if vsc-vd-ativo(vsc-vd-posicao) = "S"
              or vsc-vd-aberto(vsc-vd-posicao) > zeros
              move "S" to vsc-vd-incluido(vsc-vd-posicao)
           end-if
           if vsc-vd-incluido(vsc-vd-posicao) not = "S"
              go to 2500-calcula-medidas-exit
           end-if
           add 1 to vsc-qtde-incluidos
           move "S" to vsc-vd-aplica(vsc-vd-posicao, 1)
                       vsc-vd-aplica(vsc-vd-posicao, 2)
                       vsc-vd-aplica(vsc-vd-posicao, 3)
                       vsc-vd-aplica(vsc-vd-posicao, 4)
                       vsc-vd-aplica(vsc-vd-posicao, 5)
                       vsc-vd-aplica(vsc-vd-posicao, 6)
           move zeros to vsc-vd-valor(vsc-vd-posicao, 1)
                         vsc-vd-valor(vsc-vd-posicao, 2)
                         vsc-vd-valor(vsc-vd-posicao, 4)
                         vsc-vd-valor(vsc-vd-posicao, 5)
           if vsc-vd-meta(vsc-vd-posicao) = zeros
              move "N" to vsc-vd-aplica(vsc-vd-posicao, 1)
           else
              compute vsc-liquido = vsc-vd-vendas(vsc-vd-posicao)
                                  - vsc-vd-devolucoes(vsc-vd-posicao)
              if vsc-liquido > zeros
                 compute vsc-vd-valor(vsc-vd-posicao, 1) rounded =
                         vsc-liquido * 100
                       / vsc-vd-meta(vsc-vd-posicao)
                     on size error
                         move 999999999 to
                              vsc-vd-valor(vsc-vd-posicao, 1)
                 end-compute
              end-if
           end-if
           if vsc-vd-vendas(vsc-vd-posicao) = zeros
              move "N" to vsc-vd-aplica(vsc-vd-posicao, 2)
              move "N" to vsc-vd-aplica(vsc-vd-posicao, 5)
           else
              compute vsc-vd-valor(vsc-vd-posicao, 2) rounded =
                      vsc-vd-devolucoes(vsc-vd-posicao) * 100
                    / vsc-vd-vendas(vsc-vd-posicao)
                  on size error
                      move 999999999 to vsc-vd-valor(vsc-vd-posicao, 2)
              end-compute
              compute vsc-vd-valor(vsc-vd-posicao, 5) rounded =
                      vsc-vd-vendas(vsc-vd-posicao)
                    / vsc-vd-qtde-vendas(vsc-vd-posicao)
           end-if
           move vsc-vd-ajustes(vsc-vd-posicao)
             to vsc-vd-valor(vsc-vd-posicao, 3)
           if vsc-vd-aberto(vsc-vd-posicao) = zeros
              move "N" to vsc-vd-aplica(vsc-vd-posicao, 4)
           else
              compute vsc-vd-valor(vsc-vd-posicao, 4) rounded =
                      vsc-vd-vencido(vsc-vd-posicao) * 100
                    / vsc-vd-aberto(vsc-vd-posicao)
           end-if
           move vsc-vd-clientes(vsc-vd-posicao)
             to vsc-vd-valor(vsc-vd-posicao, 6)
           perform 2530-localiza-filial thru 2530-localiza-filial-exit
           if vsc-fl-posicao = zeros
              go to 2500-calcula-medidas-exit
           end-if
           add 1 to vsc-fl-qtde(vsc-fl-posicao)
           perform 2520-soma-filial thru 2520-soma-filial-exit
               varying vsc-medida from 1 by 1
               until vsc-medida > 6.
       2500-calcula-medidas-exit.
           exit.

       2520-soma-filial.
           if vsc-vd-aplica(vsc-vd-posicao, vsc-medida) = "S"
              add vsc-vd-valor(vsc-vd-posicao, vsc-medida)
                to vsc-fl-soma(vsc-fl-posicao, vsc-medida)
              add 1 to vsc-fl-contagem(vsc-fl-posicao, vsc-medida)
           end-if.
       2520-soma-filial-exit.
           exit.

       2530-localiza-filial.
           move zeros to vsc-fl-posicao
           perform 2535-compara-filial thru 2535-compara-filial-exit
               varying vsc-fl-indice from 1 by 1
               until vsc-fl-indice > vsc-qtde-filiais
                  or vsc-fl-posicao > zeros
           if vsc-fl-posicao > zeros
              go to 2530-localiza-filial-exit
           end-if
           if vsc-qtde-filiais not < 100
              go to 2530-localiza-filial-exit
           end-if
           add 1 to vsc-qtde-filiais
           move vsc-qtde-filiais to vsc-fl-posicao
           initialize vsc-filial(vsc-fl-posicao)
           move vsc-vd-filial(vsc-vd-posicao)
             to vsc-fl-codigo(vsc-fl-posicao).
       2530-localiza-filial-exit.
           exit.

       2535-compara-filial.
           if vsc-fl-codigo(vsc-fl-indice) =
              vsc-vd-filial(vsc-vd-posicao)
              move vsc-fl-indice to vsc-fl-posicao
           end-if.
       2535-compara-filial-exit.
           exit.

       2600-calcula-medias.
           perform 2610-media-medida thru 2610-media-medida-exit
               varying vsc-medida from 1 by 1
               until vsc-medida > 6.
       2600-calcula-medias-exit.
           exit.

       2610-media-medida.
           if vsc-fl-contagem(vsc-fl-indice, vsc-medida) = zeros
              move zeros to vsc-fl-media(vsc-fl-indice, vsc-medida)
           else
              compute vsc-fl-media(vsc-fl-indice, vsc-medida) rounded =
                      vsc-fl-soma(vsc-fl-indice, vsc-medida)
                    / vsc-fl-contagem(vsc-fl-indice, vsc-medida)
           end-if.
       2610-media-medida-exit.
           exit.

      *-----------------------------------------------------------*
      * Indice de cada medida sobre a media da filial (100 = na    *
      * media, limitado de 0 a 200): nas medidas "quanto maior     *
      * melhor" e a razao valor/media; nas inversas, 200 menos a   *
      * razao.  A nota e a media dos indices ponderada pelos pesos.*
      *-----------------------------------------------------------*
       2700-calcula-indices.
           move vsc-vd-indice to vsc-vd-posicao
           if vsc-vd-incluido(vsc-vd-posicao) not = "S"
              go to 2700-calcula-indices-exit
           end-if
           perform 2530-localiza-filial thru 2530-localiza-filial-exit
           move zeros to vsc-soma-ponderada
           perform 2710-indice-medida thru 2710-indice-medida-exit
               varying vsc-medida from 1 by 1
               until vsc-medida > 6
           if vsc-soma-pesos = zeros
              move 100 to vsc-vd-nota(vsc-vd-posicao)
           else
              compute vsc-vd-nota(vsc-vd-posicao) rounded =
                      vsc-soma-ponderada / vsc-soma-pesos
           end-if.
       2700-calcula-indices-exit.
           exit.

       2710-indice-medida.
           move 100 to vsc-vd-ind(vsc-vd-posicao, vsc-medida)
           if vsc-vd-aplica(vsc-vd-posicao, vsc-medida) = "S"
              and vsc-fl-posicao > zeros
              if vsc-fl-media(vsc-fl-posicao, vsc-medida) > zeros
                 compute vsc-razao rounded =
                         vsc-vd-valor(vsc-vd-posicao, vsc-medida) * 100
                       / vsc-fl-media(vsc-fl-posicao, vsc-medida)
                     on size error
                         move 200 to vsc-razao
                 end-compute
                 if vsc-razao > 200
                    move 200 to vsc-razao
                 end-if
                 if vsc-medida-inversa
                    compute vsc-vd-ind(vsc-vd-posicao, vsc-medida)
                            rounded = 200 - vsc-razao
                 else
                    compute vsc-vd-ind(vsc-vd-posicao, vsc-medida)
                            rounded = vsc-razao
                 end-if
              end-if
           end-if
           compute vsc-soma-ponderada = vsc-soma-ponderada
                 + vsc-vd-ind(vsc-vd-posicao, vsc-medida)
                 * vsc-peso-valor(vsc-medida).
       2710-indice-medida-exit.
           exit.

       3100-libera-placar.
           perform 3110-libera-vendedor thru 3110-libera-vendedor-exit
               varying vsc-vd-indice from 1 by 1
               until vsc-vd-indice > vsc-qtde-vendedores.
       3100-libera-placar-exit.
           exit.

       3110-libera-vendedor.
           if vsc-vd-incluido(vsc-vd-indice) = "S"
              move vsc-vd-supervisor(vsc-vd-indice) to spl-supervisor
              move vsc-vd-nota(vsc-vd-indice) to spl-nota
              move vsc-vd-codigo(vsc-vd-indice) to spl-vendedor
              move vsc-vd-indice to spl-indice
              release spl-registro
           end-if.
       3110-libera-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * Ranking geral pela nota.                                   *
      *-----------------------------------------------------------*
       3200-imprime-ranking.
           move "RANKING GERAL DO PERIODO" to csp-texto
           write linha-relatorio from cabecalho-secao-placar
               after advancing 3 lines
           write linha-relatorio from cabecalho-colunas-placar
               after advancing 2 lines
           move zeros to vsc-posicao-rank
           move "N" to vsc-fim-ordenacao
           perform 3210-proximo-ranking thru 3210-proximo-ranking-exit
               until vsc-sem-mais-ordem.
       3200-imprime-ranking-exit.
           exit.

       3210-proximo-ranking.
           return ordenacao-placar
               at end
                   set vsc-sem-mais-ordem to true
                   go to 3210-proximo-ranking-exit
           end-return
           add 1 to vsc-posicao-rank
           move spl-indice to vsc-vd-posicao
           perform 3500-imprime-vendedor
              thru 3500-imprime-vendedor-exit.
       3210-proximo-ranking-exit.
           exit.

      *-----------------------------------------------------------*
      * Equipes de cada supervisor (VDR-SUPERVISOR), com a nota    *
      * media da equipe.                                           *
      *-----------------------------------------------------------*
       3300-imprime-equipes.
           move "PLACAR POR EQUIPE" to csp-texto
           write linha-relatorio from cabecalho-secao-placar
               after advancing 3 lines
           move "S" to vsc-primeiro-reg
           move "N" to vsc-fim-ordenacao
           perform 3310-proximo-equipe thru 3310-proximo-equipe-exit
               until vsc-sem-mais-ordem
           if not vsc-primeira-vez
              perform 3320-fecha-equipe thru 3320-fecha-equipe-exit
           end-if.
       3300-imprime-equipes-exit.
           exit.

       3310-proximo-equipe.
           return ordenacao-placar
               at end
                   set vsc-sem-mais-ordem to true
                   go to 3310-proximo-equipe-exit
           end-return
           if vsc-primeira-vez
              or spl-supervisor not = vsc-supervisor-anterior
              if not vsc-primeira-vez
                 perform 3320-fecha-equipe thru 3320-fecha-equipe-exit
              end-if
              move "N" to vsc-primeiro-reg
              move spl-supervisor to vsc-supervisor-anterior
              move zeros to vsc-eq-qtde vsc-eq-soma-notas
                            vsc-posicao-rank
              perform 3330-cabecalho-equipe
                 thru 3330-cabecalho-equipe-exit
           end-if
           add 1 to vsc-posicao-rank
           add 1 to vsc-eq-qtde
           add spl-nota to vsc-eq-soma-notas
           move spl-indice to vsc-vd-posicao
           perform 3500-imprime-vendedor
              thru 3500-imprime-vendedor-exit.
       3310-proximo-equipe-exit.
           exit.

       3320-fecha-equipe.
           move vsc-eq-qtde to lte-qtde
           compute lte-nota rounded = vsc-eq-soma-notas / vsc-eq-qtde
           write linha-relatorio from linha-total-equipe
               after advancing 2 lines.
       3320-fecha-equipe-exit.
           exit.

       3330-cabecalho-equipe.
           if spl-supervisor = zeros
              move "VENDEDORES SEM SUPERVISOR" to csp-texto
              write linha-relatorio from cabecalho-secao-placar
                  after advancing 3 lines
           else
              move spl-supervisor to cep-supervisor
              move spl-supervisor to vsc-codigo-procurado
              perform 2020-localiza-vendedor
                 thru 2020-localiza-vendedor-exit
              if vsc-vd-posicao = zeros
                 move "SUPERVISOR NAO CADASTRADO" to cep-nome
              else
                 move vsc-vd-nome(vsc-vd-posicao) to cep-nome
              end-if
              write linha-relatorio from cabecalho-equipe-placar
                  after advancing 3 lines
           end-if
           write linha-relatorio from cabecalho-colunas-placar
               after advancing 2 lines.
       3330-cabecalho-equipe-exit.
           exit.

      *-----------------------------------------------------------*
      * Medias por filial, base dos indices.                       *
      *-----------------------------------------------------------*
       3400-imprime-medias-filial.
           move "MEDIAS POR FILIAL (BASE DOS INDICES)" to csp-texto
           write linha-relatorio from cabecalho-secao-placar
               after advancing 3 lines
           write linha-relatorio from cabecalho-colunas-placar
               after advancing 2 lines
           perform 3410-imprime-filial thru 3410-imprime-filial-exit
               varying vsc-fl-indice from 1 by 1
               until vsc-fl-indice > vsc-qtde-filiais.
       3400-imprime-medias-filial-exit.
           exit.

       3410-imprime-filial.
           move zeros to ldp-posicao ldp-vendedor
           move "MEDIA DA FILIAL" to ldp-nome
           move vsc-fl-codigo(vsc-fl-indice) to ldp-filial
           move vsc-fl-media(vsc-fl-indice, 1) to ldp-atingimento
           move vsc-fl-media(vsc-fl-indice, 2) to ldp-devolucao
           move vsc-fl-media(vsc-fl-indice, 3) to ldp-ajustes
           move vsc-fl-media(vsc-fl-indice, 4) to ldp-vencido
           move vsc-fl-media(vsc-fl-indice, 5) to ldp-ticket
           move vsc-fl-media(vsc-fl-indice, 6) to ldp-clientes
           move 100 to ldp-nota
           write linha-relatorio from linha-detalhe-placar
               after advancing 1 line.
       3410-imprime-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Linha de valores e linha de indices do vendedor da         *
      * posicao VSC-VD-POSICAO.                                    *
      *-----------------------------------------------------------*
       3500-imprime-vendedor.
           move vsc-posicao-rank to ldp-posicao
           move vsc-vd-codigo(vsc-vd-posicao) to ldp-vendedor
           move vsc-vd-nome(vsc-vd-posicao) to ldp-nome
           move vsc-vd-filial(vsc-vd-posicao) to ldp-filial
           if vsc-vd-aplica(vsc-vd-posicao, 1) = "S"
              move vsc-vd-valor(vsc-vd-posicao, 1) to ldp-atingimento
           else
              move "  S/META" to ldp-atingimento-x
           end-if
           move vsc-vd-valor(vsc-vd-posicao, 2) to ldp-devolucao
           move vsc-vd-valor(vsc-vd-posicao, 3) to ldp-ajustes
           move vsc-vd-valor(vsc-vd-posicao, 4) to ldp-vencido
           move vsc-vd-valor(vsc-vd-posicao, 5) to ldp-ticket
           move vsc-vd-valor(vsc-vd-posicao, 6) to ldp-clientes
           move vsc-vd-nota(vsc-vd-posicao) to ldp-nota
           write linha-relatorio from linha-detalhe-placar
               after advancing 1 line
           move vsc-vd-ind(vsc-vd-posicao, 1) to lip-ind-1
           move vsc-vd-ind(vsc-vd-posicao, 2) to lip-ind-2
           move vsc-vd-ind(vsc-vd-posicao, 3) to lip-ind-3
           move vsc-vd-ind(vsc-vd-posicao, 4) to lip-ind-4
           move vsc-vd-ind(vsc-vd-posicao, 5) to lip-ind-5
           move vsc-vd-ind(vsc-vd-posicao, 6) to lip-ind-6
           write linha-relatorio from linha-indice-placar
               after advancing 1 line.
       3500-imprime-vendedor-exit.
           exit.
