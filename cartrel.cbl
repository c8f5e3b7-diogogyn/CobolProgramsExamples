      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. cartrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Carteira de clientes por vendedor: cada  *
      *                    cliente sob o vendedor dono, com a       *
      *                    ultima compra e a recencia do escore     *
      *                    (CLISCORE.DAT) e o saldo em aberto na    *
      *                    carteira CONTASREC, com subtotal por     *
      *                    vendedor; clientes sem dono saem no fim. *
      *                    Vendedor em CARTREL.PRM ou todos.        *
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
               file status is ctr-status-cliente.

           select arq-parametros assign to "CARTREL.PRM"
               organization is line sequential
               file status is ctr-status-parm.

           select escore-arq assign to "CLISCORE"
               organization is indexed
               access mode is dynamic
               record key is sco-cliente
               file status is ctr-status-escore.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is ctr-status-cr.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is ctr-status-vendedor.

           select ordenacao-carteira assign to "CTRSORT".

           select carteira-relatorio
               assign to dynamic ctr-nome-relatorio
               organization is line sequential
               file status is ctr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  cliente-mestre.
           copy CLIREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  escore-arq.
           copy SCOREREC.

       fd  contas-receber.
           copy CRECREC.

       fd  vendedor-mestre.
           copy VDRREC.

      *-----------------------------------------------------------*
      * Um cliente da carteira: vendedor dono (99999 = sem dono,   *
      * no fim do relatorio) e nome para a ordem alfabetica.       *
      *-----------------------------------------------------------*
       sd  ordenacao-carteira.
       01  sct-registro.
           05  sct-vendedor          pic 9(05).
           05  sct-nome              pic x(30).
           05  sct-cliente           pic 9(05).
           05  sct-cidade            pic x(20).
           05  sct-uf                pic x(02).
           05  sct-situacao          pic x(01).

       fd  carteira-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  ctr-status-cliente   pic x(02) value spaces.
           88  ctr-fim-clientes        value "10".
       77  ctr-status-parm      pic x(02) value spaces.
       77  ctr-status-escore    pic x(02) value spaces.
       77  ctr-status-cr        pic x(02) value spaces.
       77  ctr-status-vendedor  pic x(02) value spaces.
       77  ctr-status-relat     pic x(02) value spaces.
       77  ctr-escore-aberto    pic x(01) value "N".
           88  ctr-tem-escore          value "S".
       77  ctr-vendedor-aberto  pic x(01) value "N".
           88  ctr-tem-vendedores      value "S".
       77  ctr-fim-ordenacao    pic x value "N".
           88  ctr-sem-mais-ordem      value "S".

       77  ctr-data-real        pic 9(08) value zeros.
       77  ctr-data-negocio     pic 9(08) value zeros.
       77  ctr-prm-vendedor     pic x(05) value spaces.
       77  ctr-vendedor-escolhido pic 9(05) value zeros.
       77  ctr-dono             pic 9(05) value zeros.

       77  ctr-rpt-base         pic x(08) value "CARTREL ".
       77  ctr-nome-relatorio   pic x(30) value spaces.
       77  ctr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Saldo em aberto por cliente, apurado numa passada so pela  *
      * carteira CONTASREC antes da ordenacao (carteira ausente    *
      * vale saldo zero).                                          *
      *-----------------------------------------------------------*
       01  ctr-tabela-saldos.
           05  ctr-qtde-saldos       pic 9(04) value zeros.
           05  ctr-saldo-entrada     occurs 2000 times.
               10  ctr-sl-cliente    pic 9(05).
               10  ctr-sl-titulos    pic 9(05).
               10  ctr-sl-valor      pic 9(09)v99.
       77  ctr-indice           pic 9(04) value zeros.
       77  ctr-posicao          pic 9(04) value zeros.
       77  ctr-qtde-sem-tabela  pic 9(07) value zeros.

       77  ctr-primeiro-reg     pic x value "S".
           88  ctr-primeira-vez        value "S".
       77  ctr-vendedor-anterior pic 9(05) value zeros.
       77  ctr-ven-clientes     pic 9(05) value zeros.
       77  ctr-ven-saldo        pic 9(011)v99 value zeros.
       77  ctr-emp-clientes     pic 9(07) value zeros.
       77  ctr-emp-saldo        pic 9(011)v99 value zeros.

       01  cabecalho-carteira.
           05  filler                pic x(40) value
                  "CARTEIRA DE CLIENTES POR VENDEDOR".
           05  filler                pic x(06) value "DATA: ".
           05  cct-data              pic 9(08).
       01  cabecalho-vendedor-cart.
           05  filler                pic x(10) value "VENDEDOR: ".
           05  cvc-vendedor          pic x(05).
           05  filler                pic x(03) value " - ".
           05  cvc-nome              pic x(30).
       01  cabecalho-colunas-cart.
           05  filler                pic x(37) value
                  "CLIENTE NOME".
           05  filler                pic x(26) value
                  "CIDADE/UF".
           05  filler                pic x(04) value "SIT ".
           05  filler                pic x(40) value
                  "ULT.COMPRA  DIAS  TIT.     SALDO ABERTO".
       01  linha-detalhe-cart.
           05  ldt-cliente           pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  ldt-nome              pic x(30).
           05  filler                pic x(01) value space.
           05  ldt-cidade            pic x(20).
           05  filler                pic x(01) value space.
           05  ldt-uf                pic x(02).
           05  filler                pic x(03) value spaces.
           05  ldt-situacao          pic x(01).
           05  filler                pic x(03) value spaces.
           05  ldt-ultima            pic x(08).
           05  filler                pic x(01) value space.
           05  ldt-recencia          pic x(05).
           05  filler                pic x(01) value space.
           05  ldt-titulos           pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldt-saldo             pic zzz.zzz.zzz,99.
       01  linha-total-cart.
           05  filler                pic x(08) value spaces.
           05  ltt-descricao         pic x(30).
           05  filler                pic x(01) value space.
           05  ltt-clientes          pic zzzzzz9.
           05  filler                pic x(09) value " CLIENTES".
           05  filler                pic x(32) value spaces.
           05  ltt-saldo             pic zz.zzz.zzz.zzz,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using ctr-data-real ctr-data-negocio
           end-call
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1200-apura-saldos thru 1200-apura-saldos-exit
           sort ordenacao-carteira
               on ascending key sct-vendedor sct-nome
               input procedure 2000-seleciona-clientes
                        thru 2000-seleciona-clientes-exit
               output procedure 3000-imprime-carteira
                        thru 3000-imprime-carteira-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           if ctr-tem-escore
              close escore-arq
           end-if
           if ctr-tem-vendedores
              close vendedor-mestre
           end-if
           close cliente-mestre carteira-relatorio
           display "CARTREL: " ctr-emp-clientes
                   " clientes - relatorio " ctr-nome-relatorio
           if ctr-qtde-sem-tabela > zeros
              display "CARTREL: " ctr-qtde-sem-tabela
                      " titulos fora da tabela de saldos (2000)"
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Vendedor: codigo na primeira linha do CARTREL.PRM; sem     *
      * parametro, todos os vendedores e os clientes sem dono.     *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if ctr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to ctr-prm-vendedor
              unstring prm-linha delimited by ";" or space
                  into ctr-prm-vendedor
              end-unstring
              if ctr-prm-vendedor not = spaces
                 if ctr-prm-vendedor is not numeric
                    display "CARTREL: vendedor invalido em "
                            "CARTREL.PRM - " ctr-prm-vendedor
                    move 16 to return-code
                    stop run
                 end-if
                 move ctr-prm-vendedor to ctr-vendedor-escolhido
              end-if
           end-if.
       1100-le-parametro-exit.
           exit.

       1000-abrir-arquivos.
           open input cliente-mestre
           if ctr-status-cliente not = "00"
              display "CARTREL: erro ao abrir CLIENTE - status "
                      ctr-status-cliente
              move 16 to return-code
              stop run
           end-if
           open input escore-arq
           if ctr-status-escore = "00"
              set ctr-tem-escore to true
           end-if
           open input vendedor-mestre
           if ctr-status-vendedor = "00"
              set ctr-tem-vendedores to true
           end-if
           call "RPTNAME" using ctr-rpt-base ctr-nome-relatorio
                                 ctr-rpt-status
           end-call
           if ctr-rpt-status not = "0"
              move "CARTREL.RPT" to ctr-nome-relatorio
           end-if
           open output carteira-relatorio
           move ctr-data-negocio to cct-data
           write linha-relatorio from cabecalho-carteira.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Saldo aberto por cliente: parcelas abertas (venda e        *
      * encargo) pelo valor original menos o ja pago.              *
      *-----------------------------------------------------------*
       1200-apura-saldos.
           open input contas-receber
           if ctr-status-cr not = "00"
              go to 1200-apura-saldos-exit
           end-if
           perform 1210-soma-titulo thru 1210-soma-titulo-exit
               until ctr-status-cr not = "00"
           close contas-receber.
       1200-apura-saldos-exit.
           exit.

       1210-soma-titulo.
           read contas-receber next record
               at end
                   move "10" to ctr-status-cr
                   go to 1210-soma-titulo-exit
           end-read
           if not cr-aberto
              go to 1210-soma-titulo-exit
           end-if
           move cr-cliente to ctr-dono
           perform 1220-procura-saldo thru 1220-procura-saldo-exit
           if ctr-posicao = zeros
              if ctr-qtde-saldos not < 2000
                 add 1 to ctr-qtde-sem-tabela
                 go to 1210-soma-titulo-exit
              end-if
              add 1 to ctr-qtde-saldos
              move ctr-qtde-saldos to ctr-posicao
              move cr-cliente to ctr-sl-cliente(ctr-posicao)
              move zeros to ctr-sl-titulos(ctr-posicao)
                            ctr-sl-valor(ctr-posicao)
           end-if
           add 1 to ctr-sl-titulos(ctr-posicao)
           add cr-valor-original to ctr-sl-valor(ctr-posicao)
           subtract cr-valor-pago from ctr-sl-valor(ctr-posicao).
       1210-soma-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Localiza o cliente de CTR-DONO na tabela de saldos         *
      * (posicao zero = ainda nao esta).                           *
      *-----------------------------------------------------------*
       1220-procura-saldo.
           move zeros to ctr-posicao
           perform 1230-compara-saldo thru 1230-compara-saldo-exit
               varying ctr-indice from 1 by 1
               until ctr-indice > ctr-qtde-saldos
                  or ctr-posicao > zeros.
       1220-procura-saldo-exit.
           exit.

       1230-compara-saldo.
           if ctr-sl-cliente(ctr-indice) = ctr-dono
              move ctr-indice to ctr-posicao
           end-if.
       1230-compara-saldo-exit.
           exit.

       2000-seleciona-clientes.
           move low-values to cli-codigo
           start cliente-mestre key not less than cli-codigo
               invalid key
                   move "10" to ctr-status-cliente
           end-start
           perform 2010-le-cliente thru 2010-le-cliente-exit
               until ctr-fim-clientes.
       2000-seleciona-clientes-exit.
           exit.

       2010-le-cliente.
           read cliente-mestre next record
               at end
                   go to 2010-le-cliente-exit
           end-read
           if cli-vendedor is numeric and cli-vendedor > zeros
              move cli-vendedor to sct-vendedor
           else
              move 99999 to sct-vendedor
           end-if
           if ctr-vendedor-escolhido > zeros
              and sct-vendedor not = ctr-vendedor-escolhido
              go to 2010-le-cliente-exit
           end-if
           move cli-nome to sct-nome
           move cli-codigo to sct-cliente
           move cli-cidade to sct-cidade
           move cli-uf to sct-uf
           move cli-situacao to sct-situacao
           if sct-situacao = space
              move "A" to sct-situacao
           end-if
           release sct-registro.
       2010-le-cliente-exit.
           exit.

       3000-imprime-carteira.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until ctr-sem-mais-ordem
           if not ctr-primeira-vez
              perform 3100-fecha-vendedor
                 thru 3100-fecha-vendedor-exit
           end-if.
       3000-imprime-carteira-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-carteira
               at end
                   set ctr-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if ctr-primeira-vez
              or sct-vendedor not = ctr-vendedor-anterior
              if not ctr-primeira-vez
                 perform 3100-fecha-vendedor
                    thru 3100-fecha-vendedor-exit
              end-if
              move "N" to ctr-primeiro-reg
              move sct-vendedor to ctr-vendedor-anterior
              perform 3050-cabecalho-vendedor
                 thru 3050-cabecalho-vendedor-exit
           end-if
           move sct-cliente to ldt-cliente
           move sct-nome to ldt-nome
           move sct-cidade to ldt-cidade
           move sct-uf to ldt-uf
           move sct-situacao to ldt-situacao
           move "NUNCA" to ldt-ultima
           move spaces to ldt-recencia
           if ctr-tem-escore
              move sct-cliente to sco-cliente
              read escore-arq
                  invalid key
                      continue
                  not invalid key
                      move sco-data-ultima to ldt-ultima
                      move sco-recencia-dias to ldt-recencia
              end-read
           end-if
           move zeros to ldt-titulos ldt-saldo
           move sct-cliente to ctr-dono
           perform 1220-procura-saldo thru 1220-procura-saldo-exit
           if ctr-posicao > zeros
              move ctr-sl-titulos(ctr-posicao) to ldt-titulos
              move ctr-sl-valor(ctr-posicao) to ldt-saldo
              add ctr-sl-valor(ctr-posicao) to ctr-ven-saldo
           end-if
           write linha-relatorio from linha-detalhe-cart
               after advancing 1 line
           add 1 to ctr-ven-clientes.
       3010-proximo-ordenado-exit.
           exit.

       3050-cabecalho-vendedor.
           if sct-vendedor = 99999
              move spaces to cvc-vendedor
              move "CLIENTES SEM CARTEIRA" to cvc-nome
           else
              move sct-vendedor to cvc-vendedor
              move "VENDEDOR NAO CADASTRADO" to cvc-nome
              if ctr-tem-vendedores
                 move sct-vendedor to vdr-codigo
                 read vendedor-mestre
                     invalid key
                         continue
                     not invalid key
                         move vdr-nome to cvc-nome
                 end-read
              end-if
           end-if
           write linha-relatorio from cabecalho-vendedor-cart
               after advancing 3 lines
           write linha-relatorio from cabecalho-colunas-cart
               after advancing 2 lines.
       3050-cabecalho-vendedor-exit.
           exit.

       3100-fecha-vendedor.
           move "TOTAL DA CARTEIRA" to ltt-descricao
           move ctr-ven-clientes to ltt-clientes
           move ctr-ven-saldo to ltt-saldo
           write linha-relatorio from linha-total-cart
               after advancing 2 lines
           add ctr-ven-clientes to ctr-emp-clientes
           add ctr-ven-saldo to ctr-emp-saldo
           move zeros to ctr-ven-clientes ctr-ven-saldo.
       3100-fecha-vendedor-exit.
           exit.

       4000-imprime-totais.
           move "TOTAL GERAL" to ltt-descricao
           move ctr-emp-clientes to ltt-clientes
           move ctr-emp-saldo to ltt-saldo
           write linha-relatorio from linha-total-cart
               after advancing 3 lines.
       4000-imprime-totais-exit.
           exit.
