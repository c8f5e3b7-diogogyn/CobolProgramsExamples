      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. concrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Classificacao dos concursos de vendas:   *
      *                    acumula das linhas de bonus (tipo B) do  *
      *                    VENDHIST.DAT a quantidade premiada       *
      *                    liquida (vendas menos devolucoes) e o    *
      *                    bonus por vendedor, e imprime o ranking  *
      *                    da maior para a menor quantidade, com a  *
      *                    janela do concurso e os dias que faltam. *
      *                    Concurso em CONCREL.PRM ou todos os      *
      *                    que estao em andamento na data de        *
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
           select concurso-tabela assign to "CONCURSO"
               organization is indexed
               access mode is dynamic
               record key is cnc-codigo
               file status is cnr-status-concurso.

           select arq-parametros assign to "CONCREL.PRM"
               organization is line sequential
               file status is cnr-status-parm.

           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is cnr-status-hist.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is cnr-status-vendedor.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is cnr-status-produto.

           select ordenacao-concurso assign to "CNRSORT".

           select concurso-relatorio
               assign to dynamic cnr-nome-relatorio
               organization is line sequential
               file status is cnr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  concurso-tabela.
           copy CONCREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  venda-historico.
           copy HISTREC.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  produto-mestre.
           copy PRODREC.

      *-----------------------------------------------------------*
      * Um vendedor num concurso, ja acumulado: a ordem e a da     *
      * tabela de concursos e, dentro dela, a maior quantidade.    *
      *-----------------------------------------------------------*
       sd  ordenacao-concurso.
       01  scn-registro.
           05  scn-indice-concurso   pic 9(02).
           05  scn-quantidade        pic s9(07).
           05  scn-bonus             pic s9(09)v99.
           05  scn-vendedor          pic 9(05).

       fd  concurso-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  cnr-status-concurso  pic x(02) value spaces.
       77  cnr-status-parm      pic x(02) value spaces.
       77  cnr-status-hist      pic x(02) value spaces.
           88  cnr-fim-hist            value "10".
       77  cnr-status-vendedor  pic x(02) value spaces.
       77  cnr-status-produto   pic x(02) value spaces.
       77  cnr-status-relat     pic x(02) value spaces.
       77  cnr-vendedor-aberto  pic x(01) value "N".
           88  cnr-tem-vendedores      value "S".
       77  cnr-produto-aberto   pic x(01) value "N".
           88  cnr-tem-produtos        value "S".
       77  cnr-fim-concursos    pic x value "N".
           88  cnr-sem-mais-concursos  value "S".
       77  cnr-fim-ordenacao    pic x value "N".
           88  cnr-sem-mais-ordem      value "S".

       77  cnr-data-real        pic 9(08) value zeros.
       77  cnr-data-negocio     pic 9(08) value zeros.
       77  cnr-prm-codigo       pic x(04) value spaces.
       77  cnr-codigo-escolhido pic 9(04) value zeros.

       77  cnr-rpt-base         pic x(08) value "CONCREL ".
       77  cnr-nome-relatorio   pic x(30) value spaces.
       77  cnr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Concursos do relatorio: o do CONCREL.PRM ou os que estao   *
      * em andamento na data de negocio.                           *
      *-----------------------------------------------------------*
       01  cnr-tabela-concursos.
           05  cnr-qtde-concursos    pic 9(02) value zeros.
           05  cnr-concurso          occurs 50 times.
               10  cnr-cn-codigo     pic 9(04).
               10  cnr-cn-descricao  pic x(30).
               10  cnr-cn-produto    pic 9(05).
               10  cnr-cn-inicio     pic 9(08).
               10  cnr-cn-fim        pic 9(08).
               10  cnr-cn-filial     pic 9(03).
               10  cnr-cn-vendedores pic 9(03).
       77  cnr-cn-indice        pic 9(02) value zeros.
       77  cnr-cn-posicao       pic 9(02) value zeros.

      *-----------------------------------------------------------*
      * Acumulacao por concurso e vendedor antes da ordenacao.     *
      *-----------------------------------------------------------*
       01  cnr-tabela-vendedores.
           05  cnr-qtde-entradas     pic 9(03) value zeros.
           05  cnr-entrada           occurs 500 times.
               10  cnr-en-concurso   pic 9(02).
               10  cnr-en-vendedor   pic 9(05).
               10  cnr-en-qtde       pic s9(07).
               10  cnr-en-bonus      pic s9(09)v99.
       77  cnr-indice           pic 9(03) value zeros.
       77  cnr-posicao          pic 9(03) value zeros.
       77  cnr-achou            pic x(01) value "N".
       77  cnr-qtde-descartadas pic 9(07) value zeros.

       77  cnr-primeiro-reg     pic x value "S".
           88  cnr-primeira-vez        value "S".
       77  cnr-concurso-anterior pic 9(02) value zeros.
       77  cnr-posicao-rank     pic 9(03) value zeros.
       77  cnr-dias-restantes   pic s9(05) value zeros.
       77  cnr-dias-edit        pic zzzz9.
       77  cnr-total-qtde       pic s9(07) value zeros.
       77  cnr-total-bonus      pic s9(09)v99 value zeros.

       01  cabecalho-concurso.
           05  filler                pic x(40) value
                  "CLASSIFICACAO DOS CONCURSOS DE VENDAS   ".
           05  filler                pic x(06) value "DATA: ".
           05  cc-data               pic 9(08).
       01  cabecalho-um-concurso.
           05  filler                pic x(10) value "CONCURSO: ".
           05  cuc-codigo            pic 9(04).
           05  filler                pic x(03) value " - ".
           05  cuc-descricao         pic x(30).
           05  filler                pic x(11) value "  PRODUTO: ".
           05  cuc-produto           pic zzzz9.
           05  filler                pic x(01) value space.
           05  cuc-desc-produto      pic x(30).
       01  cabecalho-janela.
           05  filler                pic x(10) value "JANELA:   ".
           05  cj-inicio             pic 9(08).
           05  filler                pic x(03) value " A ".
           05  cj-fim                pic 9(08).
           05  filler                pic x(10) value "  FILIAL: ".
           05  cj-filial             pic x(05).
           05  filler                pic x(02) value spaces.
           05  cj-situacao           pic x(30).
       01  cabecalho-colunas-concurso.
           05  filler                pic x(46) value
                  " POS. VEND. NOME".
           05  filler                pic x(40) value
                  "FILIAL   QUANTIDADE            BONUS".
       01  linha-detalhe-concurso.
           05  filler                pic x(01) value space.
           05  ldc-posicao           pic zz9.
           05  filler                pic x(02) value spaces.
           05  ldc-vendedor          pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldc-nome              pic x(30).
           05  filler                pic x(04) value spaces.
           05  ldc-filial            pic zz9.
           05  filler                pic x(04) value spaces.
           05  ldc-quantidade        pic -zzzzzz9.
           05  filler                pic x(02) value spaces.
           05  ldc-bonus             pic -zzz.zzz.zz9,99.
       01  linha-total-concurso.
           05  filler                pic x(10) value spaces.
           05  ltc-descricao         pic x(34).
           05  filler                pic x(06) value spaces.
           05  ltc-quantidade        pic -zzzzzz9.
           05  filler                pic x(02) value spaces.
           05  ltc-bonus             pic -zzz.zzz.zz9,99.
       01  linha-aviso-concurso.
           05  filler                pic x(10) value spaces.
           05  lac-texto             pic x(60).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using cnr-data-real cnr-data-negocio
           end-call
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1200-carrega-concursos
              thru 1200-carrega-concursos-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           perform 1300-abrir-mestres thru 1300-abrir-mestres-exit
           if cnr-qtde-concursos = zeros
              move "NENHUM CONCURSO EM ANDAMENTO NA DATA." to lac-texto
              write linha-relatorio from linha-aviso-concurso
                  after advancing 2 lines
           else
              perform 2000-acumula-historico
                 thru 2000-acumula-historico-exit
              sort ordenacao-concurso
                  on ascending key scn-indice-concurso
                  on descending key scn-quantidade scn-bonus
                  on ascending key scn-vendedor
                  input procedure 2500-libera-acumulado
                           thru 2500-libera-acumulado-exit
                  output procedure 3000-imprime-classificacao
                           thru 3000-imprime-classificacao-exit
           end-if
           perform 1400-fechar-mestres thru 1400-fechar-mestres-exit
           close concurso-relatorio
           display "CONCREL: " cnr-qtde-concursos " concursos - "
                   cnr-qtde-entradas " vendedores classificados - "
                   "relatorio " cnr-nome-relatorio
           if cnr-qtde-descartadas > zeros
              display "CONCREL: " cnr-qtde-descartadas
                      " linhas de bonus fora da tabela de vendedores"
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Concurso: codigo na primeira linha do CONCREL.PRM; sem     *
      * parametro, todos os concursos em andamento.                *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if cnr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to cnr-prm-codigo
              unstring prm-linha delimited by ";" or space
                  into cnr-prm-codigo
              end-unstring
              if cnr-prm-codigo not = spaces
                 if cnr-prm-codigo is not numeric
                    display "CONCREL: concurso invalido em "
                            "CONCREL.PRM - " cnr-prm-codigo
                    move 16 to return-code
                    stop run
                 end-if
                 move cnr-prm-codigo to cnr-codigo-escolhido
              end-if
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-carrega-concursos.
           open input concurso-tabela
           if cnr-status-concurso not = "00"
              display "CONCREL: erro ao abrir CONCURSO - status "
                      cnr-status-concurso
              move 16 to return-code
              stop run
           end-if
           if cnr-codigo-escolhido > zeros
              move cnr-codigo-escolhido to cnc-codigo
              read concurso-tabela
                  invalid key
                      display "CONCREL: concurso "
                              cnr-codigo-escolhido " nao cadastrado"
                      close concurso-tabela
                      move 16 to return-code
                      stop run
              end-read
              perform 1220-guarda-concurso
                 thru 1220-guarda-concurso-exit
           else
              perform 1210-le-concurso thru 1210-le-concurso-exit
                  until cnr-sem-mais-concursos
           end-if
           close concurso-tabela.
       1200-carrega-concursos-exit.
           exit.

       1210-le-concurso.
           read concurso-tabela next record
               at end
                   set cnr-sem-mais-concursos to true
                   go to 1210-le-concurso-exit
           end-read
           if not cnc-ativo
              or cnc-data-inicio > cnr-data-negocio
              or cnc-data-fim < cnr-data-negocio
              go to 1210-le-concurso-exit
           end-if
           if cnr-qtde-concursos not < 50
              display "CONCREL: mais de 50 concursos em andamento - "
                      "concurso " cnc-codigo " fora do relatorio"
              move 4 to return-code
              go to 1210-le-concurso-exit
           end-if
           perform 1220-guarda-concurso
              thru 1220-guarda-concurso-exit.
       1210-le-concurso-exit.
           exit.

       1220-guarda-concurso.
           add 1 to cnr-qtde-concursos
           move cnr-qtde-concursos to cnr-cn-posicao
           move cnc-codigo to cnr-cn-codigo(cnr-cn-posicao)
           move cnc-descricao to cnr-cn-descricao(cnr-cn-posicao)
           move cnc-produto to cnr-cn-produto(cnr-cn-posicao)
           move cnc-data-inicio to cnr-cn-inicio(cnr-cn-posicao)
           move cnc-data-fim to cnr-cn-fim(cnr-cn-posicao)
           move cnc-filial to cnr-cn-filial(cnr-cn-posicao)
           move zeros to cnr-cn-vendedores(cnr-cn-posicao).
       1220-guarda-concurso-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using cnr-rpt-base cnr-nome-relatorio
                                 cnr-rpt-status
           end-call
           if cnr-rpt-status not = "0"
              move "CONCREL.RPT" to cnr-nome-relatorio
           end-if
           open output concurso-relatorio
           move cnr-data-negocio to cc-data
           write linha-relatorio from cabecalho-concurso.
       1000-abrir-relatorio-exit.
           exit.

       1300-abrir-mestres.
           open input vendedor-mestre
           if cnr-status-vendedor = "00"
              set cnr-tem-vendedores to true
           end-if
           open input produto-mestre
           if cnr-status-produto = "00"
              set cnr-tem-produtos to true
           end-if.
       1300-abrir-mestres-exit.
           exit.

       1400-fechar-mestres.
           if cnr-tem-vendedores
              close vendedor-mestre
           end-if
           if cnr-tem-produtos
              close produto-mestre
           end-if.
       1400-fechar-mestres-exit.
           exit.

      *-----------------------------------------------------------*
      * Soma as linhas de bonus dos concursos escolhidos: credito  *
      * (+) soma quantidade e bonus, estorno (-) subtrai.          *
      *-----------------------------------------------------------*
       2000-acumula-historico.
           open input venda-historico
           if cnr-status-hist not = "00"
              display "CONCREL: erro ao abrir VENDHIST - status "
                      cnr-status-hist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-historico thru 2010-le-historico-exit
               until cnr-fim-hist
           close venda-historico.
       2000-acumula-historico-exit.
           exit.

       2010-le-historico.
           read venda-historico
               at end
                   go to 2010-le-historico-exit
           end-read
           if not hst-bonus
              go to 2010-le-historico-exit
           end-if
           move zeros to cnr-cn-posicao
           perform 2020-procura-concurso
              thru 2020-procura-concurso-exit
               varying cnr-cn-indice from 1 by 1
               until cnr-cn-indice > cnr-qtde-concursos
                  or cnr-cn-posicao > zeros
           if cnr-cn-posicao = zeros
              go to 2010-le-historico-exit
           end-if
           move "N" to cnr-achou
           perform 2030-compara-entrada
              thru 2030-compara-entrada-exit
               varying cnr-indice from 1 by 1
               until cnr-indice > cnr-qtde-entradas
                  or cnr-achou = "S"
           if cnr-achou = "N"
              if cnr-qtde-entradas not < 500
                 add 1 to cnr-qtde-descartadas
                 go to 2010-le-historico-exit
              end-if
              add 1 to cnr-qtde-entradas
              move cnr-qtde-entradas to cnr-posicao
              move cnr-cn-posicao to cnr-en-concurso(cnr-posicao)
              move hst-vendedor to cnr-en-vendedor(cnr-posicao)
              move zeros to cnr-en-qtde(cnr-posicao)
                            cnr-en-bonus(cnr-posicao)
              add 1 to cnr-cn-vendedores(cnr-cn-posicao)
           end-if
           if hst-ajuste-sinal = "-"
              subtract hst-quantidade from cnr-en-qtde(cnr-posicao)
              subtract hst-comissao from cnr-en-bonus(cnr-posicao)
           else
              add hst-quantidade to cnr-en-qtde(cnr-posicao)
              add hst-comissao to cnr-en-bonus(cnr-posicao)
           end-if.
       2010-le-historico-exit.
           exit.

       2020-procura-concurso.
           if cnr-cn-codigo(cnr-cn-indice) = hst-concurso
              move cnr-cn-indice to cnr-cn-posicao
           end-if.
       2020-procura-concurso-exit.
           exit.

       2030-compara-entrada.
           if cnr-en-concurso(cnr-indice) = cnr-cn-posicao
              and cnr-en-vendedor(cnr-indice) = hst-vendedor
              move "S" to cnr-achou
              move cnr-indice to cnr-posicao
           end-if.
       2030-compara-entrada-exit.
           exit.

       2500-libera-acumulado.
           perform 2510-libera-entrada
              thru 2510-libera-entrada-exit
               varying cnr-indice from 1 by 1
               until cnr-indice > cnr-qtde-entradas.
       2500-libera-acumulado-exit.
           exit.

       2510-libera-entrada.
           move cnr-en-concurso(cnr-indice) to scn-indice-concurso
           move cnr-en-qtde(cnr-indice) to scn-quantidade
           move cnr-en-bonus(cnr-indice) to scn-bonus
           move cnr-en-vendedor(cnr-indice) to scn-vendedor
           release scn-registro.
       2510-libera-entrada-exit.
           exit.

      *-----------------------------------------------------------*
      * Um bloco por concurso, na ordem da tabela; concurso sem    *
      * nenhuma venda premiada ainda sai com o aviso.              *
      *-----------------------------------------------------------*
       3000-imprime-classificacao.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until cnr-sem-mais-ordem
           if not cnr-primeira-vez
              perform 3200-fecha-concurso
                 thru 3200-fecha-concurso-exit
           end-if
           compute cnr-cn-indice = cnr-concurso-anterior + 1
           perform 3300-concurso-sem-vendas
              thru 3300-concurso-sem-vendas-exit
               varying cnr-cn-indice from cnr-cn-indice by 1
               until cnr-cn-indice > cnr-qtde-concursos.
       3000-imprime-classificacao-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-concurso
               at end
                   set cnr-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if cnr-primeira-vez
              or scn-indice-concurso not = cnr-concurso-anterior
              if not cnr-primeira-vez
                 perform 3200-fecha-concurso
                    thru 3200-fecha-concurso-exit
              end-if
              move "N" to cnr-primeiro-reg
              compute cnr-cn-indice = cnr-concurso-anterior + 1
              perform 3300-concurso-sem-vendas
                 thru 3300-concurso-sem-vendas-exit
                  varying cnr-cn-indice from cnr-cn-indice by 1
                  until cnr-cn-indice not < scn-indice-concurso
              move scn-indice-concurso to cnr-concurso-anterior
              move scn-indice-concurso to cnr-cn-indice
              perform 3100-cabecalho-concurso
                 thru 3100-cabecalho-concurso-exit
           end-if
           add 1 to cnr-posicao-rank
           move cnr-posicao-rank to ldc-posicao
           move scn-vendedor to ldc-vendedor
           move "VENDEDOR NAO CADASTRADO" to ldc-nome
           move zeros to ldc-filial
           if cnr-tem-vendedores
              move scn-vendedor to vdr-codigo
              read vendedor-mestre
                  invalid key
                      continue
                  not invalid key
                      move vdr-nome to ldc-nome
                      move vdr-filial to ldc-filial
              end-read
           end-if
           move scn-quantidade to ldc-quantidade
           move scn-bonus to ldc-bonus
           write linha-relatorio from linha-detalhe-concurso
               after advancing 1 line
           add scn-quantidade to cnr-total-qtde
           add scn-bonus to cnr-total-bonus.
       3010-proximo-ordenado-exit.
           exit.

      *-----------------------------------------------------------*
      * Cabecalho do concurso: produto, janela, escopo de filial   *
      * e quantos dias faltam para o encerramento.                 *
      *-----------------------------------------------------------*
       3100-cabecalho-concurso.
           move cnr-cn-codigo(cnr-cn-indice) to cuc-codigo
           move cnr-cn-descricao(cnr-cn-indice) to cuc-descricao
           move cnr-cn-produto(cnr-cn-indice) to cuc-produto
           move spaces to cuc-desc-produto
           if cnr-tem-produtos
              move cnr-cn-produto(cnr-cn-indice) to prd-codigo
              read produto-mestre
                  invalid key
                      move "(FORA DO MESTRE)" to cuc-desc-produto
                  not invalid key
                      move prd-descricao to cuc-desc-produto
              end-read
           end-if
           write linha-relatorio from cabecalho-um-concurso
               after advancing 3 lines
           move cnr-cn-inicio(cnr-cn-indice) to cj-inicio
           move cnr-cn-fim(cnr-cn-indice) to cj-fim
           if cnr-cn-filial(cnr-cn-indice) = zeros
              move "TODAS" to cj-filial
           else
              move cnr-cn-filial(cnr-cn-indice) to cj-filial
           end-if
           move spaces to cj-situacao
           evaluate true
               when cnr-data-negocio < cnr-cn-inicio(cnr-cn-indice)
                   move "AINDA NAO INICIADO" to cj-situacao
               when cnr-data-negocio > cnr-cn-fim(cnr-cn-indice)
                   move "ENCERRADO" to cj-situacao
               when other
                   compute cnr-dias-restantes =
                       function integer-of-date
                           (cnr-cn-fim(cnr-cn-indice))
                     - function integer-of-date(cnr-data-negocio)
                   move cnr-dias-restantes to cnr-dias-edit
                   string "DIAS PARA O FIM:" delimited by size
                          cnr-dias-edit delimited by size
                          into cj-situacao
                   end-string
           end-evaluate
           write linha-relatorio from cabecalho-janela
               after advancing 1 line
           write linha-relatorio from cabecalho-colunas-concurso
               after advancing 2 lines
           move zeros to cnr-posicao-rank cnr-total-qtde
                         cnr-total-bonus.
       3100-cabecalho-concurso-exit.
           exit.

       3200-fecha-concurso.
           move "TOTAL DO CONCURSO" to ltc-descricao
           move cnr-total-qtde to ltc-quantidade
           move cnr-total-bonus to ltc-bonus
           write linha-relatorio from linha-total-concurso
               after advancing 2 lines.
       3200-fecha-concurso-exit.
           exit.

       3300-concurso-sem-vendas.
           perform 3100-cabecalho-concurso
              thru 3100-cabecalho-concurso-exit
           move "NENHUMA VENDA PREMIADA ATE A DATA." to lac-texto
           write linha-relatorio from linha-aviso-concurso
               after advancing 1 line.
       3300-concurso-sem-vendas-exit.
           exit.
