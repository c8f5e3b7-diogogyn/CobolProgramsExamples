      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. mixrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Mix de vendas por departamento e         *
      *                    categoria do produto, do VENDHIST:       *
      *                    quantidade, valor e % do total, para     *
      *                    cada filial e para a empresa, no mes e   *
      *                    no mesmo mes do ano anterior, com a      *
      *                    variacao do valor.  Devolucao abate.     *
      *                    Mes em MIXREL.PRM (AAAAMM) ou o mes      *
      *                    anterior ao da data de negocio.          *
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
               file status is mxr-status-hist.

           select arq-parametros assign to "MIXREL.PRM"
               organization is line sequential
               file status is mxr-status-parm.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is mxr-status-produto.

           select categoria-tabela assign to "CATEGORIA"
               organization is indexed
               access mode is dynamic
               record key is cat-chave
               file status is mxr-status-categoria.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is mxr-status-filial.

           select ordenacao-mix assign to "MXRSORT".

           select mix-relatorio
               assign to dynamic mxr-nome-relatorio
               organization is line sequential
               file status is mxr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  venda-historico.
           copy HISTREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  produto-mestre.
           copy PRODREC.

       fd  categoria-tabela.
           copy CATREC.

       fd  filial-mestre.
           copy FILREC.

      *-----------------------------------------------------------*
      * Cada linha de venda ou devolucao entra duas vezes: uma na  *
      * filial (escopo 1) e outra na empresa (escopo 2, filial     *
      * zerada).  O ano diz se a linha e do mes pedido ou do mesmo *
      * mes do ano anterior.                                       *
      *-----------------------------------------------------------*
       sd  ordenacao-mix.
       01  smx-registro.
           05  smx-grupo-escopo.
               10  smx-escopo        pic 9(01).
                   88  smx-escopo-empresa  value 2.
               10  smx-filial        pic 9(03).
           05  smx-departamento      pic 9(02).
           05  smx-categoria         pic 9(02).
           05  smx-ano               pic x(01).
               88  smx-ano-atual           value "A".
           05  smx-tipo              pic x(01).
               88  smx-devolucao           value "D".
           05  smx-quantidade        pic 9(05).
           05  smx-valor             pic 9(07)v99.

       fd  mix-relatorio.
       01  linha-relatorio           pic x(120).

       working-storage section.

       77  mxr-status-hist      pic x(02) value spaces.
       77  mxr-status-parm      pic x(02) value spaces.
       77  mxr-status-relat     pic x(02) value spaces.
       77  mxr-status-produto   pic x(02) value spaces.
       77  mxr-status-categoria pic x(02) value spaces.
       77  mxr-status-filial    pic x(02) value spaces.
       77  mxr-produto-aberto   pic x(01) value "N".
           88  mxr-tem-produtos        value "S".
       77  mxr-categoria-aberto pic x(01) value "N".
           88  mxr-tem-categorias      value "S".
       77  mxr-filial-aberto    pic x(01) value "N".
           88  mxr-tem-filiais         value "S".
       77  mxr-fim-historico    pic x value "N".
           88  mxr-sem-mais-hist       value "S".
       77  mxr-fim-ordenacao    pic x value "N".
           88  mxr-sem-mais-ordem      value "S".

       77  mxr-data-real        pic 9(08) value zeros.
       77  mxr-data-negocio     pic 9(08) value zeros.
       77  mxr-prm-mes          pic x(06) value spaces.
       01  mxr-mes-apuracao.
           05  mxr-mes-ano           pic 9(04).
           05  mxr-mes-mes           pic 9(02).
       01  mxr-mes-anterior.
           05  mxr-ant-ano           pic 9(04).
           05  mxr-ant-mes           pic 9(02).

       77  mxr-rpt-base         pic x(08) value "MIXREL  ".
       77  mxr-nome-relatorio   pic x(30) value spaces.
       77  mxr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Totais de valor de cada filial (indice = filial + 1) e da  *
      * empresa, apurados na selecao, base do % do total.          *
      *-----------------------------------------------------------*
       01  mxr-tabela-filiais.
           05  mxr-tf-entrada        occurs 1000 times.
               10  mxr-tf-atual      pic s9(011)v99.
               10  mxr-tf-anterior   pic s9(011)v99.
       77  mxr-tf-indice        pic 9(04) comp value zeros.
       77  mxr-emp-atual        pic s9(011)v99 value zeros.
       77  mxr-emp-anterior     pic s9(011)v99 value zeros.
       77  mxr-base-atual       pic s9(011)v99 value zeros.
       77  mxr-base-anterior    pic s9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Quebras: escopo (filial ou empresa), departamento e        *
      * categoria; quantidade e valor do mes e do ano anterior.    *
      *-----------------------------------------------------------*
       77  mxr-primeiro-reg     pic x value "S".
           88  mxr-primeira-vez        value "S".
       77  mxr-escopo-anterior  pic x(04) value spaces.
       77  mxr-depto-anterior   pic 9(02) value zeros.
       77  mxr-categ-anterior   pic 9(02) value zeros.
       01  mxr-acumulador-categoria.
           05  mxr-cat-qtde-atual    pic s9(07).
           05  mxr-cat-valor-atual   pic s9(011)v99.
           05  mxr-cat-qtde-ant      pic s9(07).
           05  mxr-cat-valor-ant     pic s9(011)v99.
       01  mxr-acumulador-depto.
           05  mxr-dep-qtde-atual    pic s9(07).
           05  mxr-dep-valor-atual   pic s9(011)v99.
           05  mxr-dep-qtde-ant      pic s9(07).
           05  mxr-dep-valor-ant     pic s9(011)v99.
       01  mxr-acumulador-escopo.
           05  mxr-esc-qtde-atual    pic s9(07).
           05  mxr-esc-valor-atual   pic s9(011)v99.
           05  mxr-esc-qtde-ant      pic s9(07).
           05  mxr-esc-valor-ant     pic s9(011)v99.
       01  mxr-acumulador-linha.
           05  mxr-lin-qtde-atual    pic s9(07).
           05  mxr-lin-valor-atual   pic s9(011)v99.
           05  mxr-lin-qtde-ant      pic s9(07).
           05  mxr-lin-valor-ant     pic s9(011)v99.
       77  mxr-percentual       pic s9(05)v99 value zeros.
       77  mxr-descricao        pic x(30) value spaces.
       77  mxr-qtde-linhas      pic 9(07) value zeros.

       01  cabecalho-mix.
           05  filler                pic x(30) value
                  "MIX DE VENDAS POR CATEGORIA - ".
           05  filler                pic x(04) value "MES ".
           05  cmx-mes               pic 9(06).
           05  filler                pic x(15) value
                  " COMPARADO COM ".
           05  cmx-mes-anterior      pic 9(06).
           05  filler                pic x(09) value "   DATA: ".
           05  cmx-data              pic 9(08).
       01  cabecalho-escopo-mix.
           05  cex-descricao         pic x(08).
           05  cex-filial            pic x(04).
           05  cex-nome              pic x(30).
       01  cabecalho-colunas-mix.
           05  filler                pic x(38) value
                  "DEPTO.CATEG DESCRICAO".
           05  filler                pic x(36) value
                  "       QTDE     VALOR NO MES  % TOT".
           05  filler                pic x(36) value
                  "       QTDE  VALOR ANO ANTER  % TOT".
           05  filler                pic x(10) value "   VAR. %".
       01  linha-departamento-mix.
           05  ldp-departamento      pic 99.
           05  filler                pic x(03) value " - ".
           05  ldp-descricao         pic x(30).
       01  linha-detalhe-mix.
           05  ldx-codigo            pic x(08).
           05  ldx-descricao         pic x(30).
           05  filler                pic x(01) value space.
           05  ldx-qtde-atual        pic -zzzzzz9.
           05  filler                pic x(01) value space.
           05  ldx-valor-atual       pic -zzz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldx-pct-atual         pic -zz9,99.
           05  filler                pic x(01) value space.
           05  ldx-qtde-ant          pic -zzzzzz9.
           05  filler                pic x(01) value space.
           05  ldx-valor-ant         pic -zzz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldx-pct-ant           pic -zz9,99.
           05  filler                pic x(01) value space.
           05  ldx-variacao          pic -zzzz9,99.
       01  linha-conta-mix.
           05  lcx-descricao         pic x(41).
           05  lcx-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using mxr-data-real mxr-data-negocio
           end-call
           perform 1100-define-mes thru 1100-define-mes-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           perform 1200-abrir-mestres thru 1200-abrir-mestres-exit
           initialize mxr-tabela-filiais
           sort ordenacao-mix
               on ascending key smx-escopo smx-filial
                                smx-departamento smx-categoria
               input procedure is 2000-seleciona-historico
                                  thru 2000-seleciona-historico-exit
               output procedure is 3000-imprime-mix
                                   thru 3000-imprime-mix-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           perform 1300-fechar-mestres thru 1300-fechar-mestres-exit
           close mix-relatorio
           display "MIXREL: mes " mxr-mes-apuracao " x "
                   mxr-mes-anterior " - " mxr-qtde-linhas
                   " linhas - relatorio " mxr-nome-relatorio
           stop run.

      *-----------------------------------------------------------*
      * Mes de apuracao: AAAAMM na primeira linha do MIXREL.PRM    *
      * ou o mes anterior ao da data de negocio; a comparacao e    *
      * com o mesmo mes do ano anterior.                           *
      *-----------------------------------------------------------*
       1100-define-mes.
           move mxr-data-negocio(1:4) to mxr-mes-ano
           move mxr-data-negocio(5:2) to mxr-mes-mes
           if mxr-mes-mes = 1
              move 12 to mxr-mes-mes
              subtract 1 from mxr-mes-ano
           else
              subtract 1 from mxr-mes-mes
           end-if
           open input arq-parametros
           if mxr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to mxr-prm-mes
              unstring prm-linha delimited by ";" or space
                  into mxr-prm-mes
              end-unstring
              if mxr-prm-mes not = spaces
                 if mxr-prm-mes is not numeric
                    or mxr-prm-mes(5:2) < "01"
                    or mxr-prm-mes(5:2) > "12"
                    display "MIXREL: mes invalido em "
                            "MIXREL.PRM - " mxr-prm-mes
                    move 16 to return-code
                    stop run
                 end-if
                 move mxr-prm-mes to mxr-mes-apuracao
              end-if
           end-if
           move mxr-mes-apuracao to mxr-mes-anterior
           subtract 1 from mxr-ant-ano.
       1100-define-mes-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using mxr-rpt-base mxr-nome-relatorio
                                 mxr-rpt-status
           end-call
           if mxr-rpt-status not = "0"
              move "MIXREL.RPT" to mxr-nome-relatorio
           end-if
           open output mix-relatorio
           move mxr-mes-apuracao to cmx-mes
           move mxr-mes-anterior to cmx-mes-anterior
           move mxr-data-negocio to cmx-data
           write linha-relatorio from cabecalho-mix.
       1000-abrir-relatorio-exit.
           exit.

      *-----------------------------------------------------------*
      * Cadastros: o produto da a categoria (sem o cadastro tudo   *
      * cai em "sem categoria"); categoria e filial so os nomes.   *
      *-----------------------------------------------------------*
       1200-abrir-mestres.
           open input produto-mestre
           if mxr-status-produto = "00"
              set mxr-tem-produtos to true
           end-if
           open input categoria-tabela
           if mxr-status-categoria = "00"
              set mxr-tem-categorias to true
           end-if
           open input filial-mestre
           if mxr-status-filial = "00"
              set mxr-tem-filiais to true
           end-if.
       1200-abrir-mestres-exit.
           exit.

       1300-fechar-mestres.
           if mxr-tem-produtos
              close produto-mestre
           end-if
           if mxr-tem-categorias
              close categoria-tabela
           end-if
           if mxr-tem-filiais
              close filial-mestre
           end-if.
       1300-fechar-mestres-exit.
           exit.

      *-----------------------------------------------------------*
      * Seleciona as vendas e devolucoes aplicadas no mes pedido e *
      * no mesmo mes do ano anterior.  A categoria e a atual do    *
      * produto, para os dois anos serem comparaveis.              *
      *-----------------------------------------------------------*
       2000-seleciona-historico.
           open input venda-historico
           if mxr-status-hist not = "00"
              display "MIXREL: erro ao abrir VENDHIST - status "
                      mxr-status-hist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-historico thru 2010-le-historico-exit
               until mxr-sem-mais-hist
           close venda-historico.
       2000-seleciona-historico-exit.
           exit.

       2010-le-historico.
           read venda-historico
               at end
                   set mxr-sem-mais-hist to true
                   go to 2010-le-historico-exit
           end-read
           if not hst-venda and not hst-devolucao
              go to 2010-le-historico-exit
           end-if
           evaluate hst-data-aplicacao(1:6)
               when mxr-mes-apuracao
                   move "A" to smx-ano
               when mxr-mes-anterior
                   move "P" to smx-ano
               when other
                   go to 2010-le-historico-exit
           end-evaluate
           perform 2020-categoria-produto
              thru 2020-categoria-produto-exit
           move hst-tipo to smx-tipo
           move hst-valor to smx-valor
           if hst-quantidade is numeric
              move hst-quantidade to smx-quantidade
           else
              move zeros to smx-quantidade
           end-if
           if hst-filial is numeric
              move hst-filial to smx-filial
           else
              move zeros to smx-filial
           end-if
           perform 2030-soma-filial thru 2030-soma-filial-exit
           move 1 to smx-escopo
           release smx-registro
           move 2 to smx-escopo
           move zeros to smx-filial
           release smx-registro
           add 1 to mxr-qtde-linhas.
       2010-le-historico-exit.
           exit.

       2020-categoria-produto.
           move zeros to smx-departamento smx-categoria
           if not mxr-tem-produtos
              or hst-produto is not numeric
              or hst-produto = zeros
              go to 2020-categoria-produto-exit
           end-if
           move hst-produto to prd-codigo
           read produto-mestre
               invalid key
                   go to 2020-categoria-produto-exit
           end-read
           if prd-categoria-produto is numeric
              move prd-departamento to smx-departamento
              move prd-categoria to smx-categoria
           end-if.
       2020-categoria-produto-exit.
           exit.

       2030-soma-filial.
           compute mxr-tf-indice = smx-filial + 1
           if smx-ano-atual
              if smx-devolucao
                 subtract smx-valor from mxr-tf-atual(mxr-tf-indice)
                 subtract smx-valor from mxr-emp-atual
              else
                 add smx-valor to mxr-tf-atual(mxr-tf-indice)
                 add smx-valor to mxr-emp-atual
              end-if
           else
              if smx-devolucao
                 subtract smx-valor
                     from mxr-tf-anterior(mxr-tf-indice)
                 subtract smx-valor from mxr-emp-anterior
              else
                 add smx-valor to mxr-tf-anterior(mxr-tf-indice)
                 add smx-valor to mxr-emp-anterior
              end-if
           end-if.
       2030-soma-filial-exit.
           exit.

       3000-imprime-mix.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until mxr-sem-mais-ordem
           if not mxr-primeira-vez
              perform 3100-fecha-categoria
                 thru 3100-fecha-categoria-exit
              perform 3200-fecha-departamento
                 thru 3200-fecha-departamento-exit
              perform 3300-fecha-escopo thru 3300-fecha-escopo-exit
           end-if.
       3000-imprime-mix-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-mix
               at end
                   set mxr-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if mxr-primeira-vez
              or smx-grupo-escopo not = mxr-escopo-anterior
              if not mxr-primeira-vez
                 perform 3100-fecha-categoria
                    thru 3100-fecha-categoria-exit
                 perform 3200-fecha-departamento
                    thru 3200-fecha-departamento-exit
                 perform 3300-fecha-escopo
                    thru 3300-fecha-escopo-exit
              end-if
              move "N" to mxr-primeiro-reg
              perform 3050-abre-escopo thru 3050-abre-escopo-exit
           end-if
           if smx-departamento not = mxr-depto-anterior
              perform 3100-fecha-categoria
                 thru 3100-fecha-categoria-exit
              perform 3200-fecha-departamento
                 thru 3200-fecha-departamento-exit
              perform 3060-abre-departamento
                 thru 3060-abre-departamento-exit
           end-if
           if smx-categoria not = mxr-categ-anterior
              perform 3100-fecha-categoria
                 thru 3100-fecha-categoria-exit
              move smx-categoria to mxr-categ-anterior
           end-if
           if smx-ano-atual
              if smx-devolucao
                 subtract smx-quantidade from mxr-cat-qtde-atual
                 subtract smx-valor from mxr-cat-valor-atual
              else
                 add smx-quantidade to mxr-cat-qtde-atual
                 add smx-valor to mxr-cat-valor-atual
              end-if
           else
              if smx-devolucao
                 subtract smx-quantidade from mxr-cat-qtde-ant
                 subtract smx-valor from mxr-cat-valor-ant
              else
                 add smx-quantidade to mxr-cat-qtde-ant
                 add smx-valor to mxr-cat-valor-ant
              end-if
           end-if.
       3010-proximo-ordenado-exit.
           exit.

      *-----------------------------------------------------------*
      * Abre filial ou empresa: cabecalho e base do % do total.    *
      *-----------------------------------------------------------*
       3050-abre-escopo.
           move smx-grupo-escopo to mxr-escopo-anterior
           move smx-departamento to mxr-depto-anterior
           move smx-categoria to mxr-categ-anterior
           initialize mxr-acumulador-categoria mxr-acumulador-depto
                      mxr-acumulador-escopo
           move spaces to cabecalho-escopo-mix
           if smx-escopo-empresa
              move "EMPRESA" to cex-descricao
              move "TODAS AS FILIAIS" to cex-nome
              move mxr-emp-atual to mxr-base-atual
              move mxr-emp-anterior to mxr-base-anterior
           else
              move "FILIAL: " to cex-descricao
              move smx-filial to cex-filial
              if mxr-tem-filiais
                 move smx-filial to fil-codigo
                 read filial-mestre
                     invalid key
                         continue
                     not invalid key
                         move fil-nome to cex-nome
                 end-read
              end-if
              compute mxr-tf-indice = smx-filial + 1
              move mxr-tf-atual(mxr-tf-indice) to mxr-base-atual
              move mxr-tf-anterior(mxr-tf-indice)
                to mxr-base-anterior
           end-if
           write linha-relatorio from cabecalho-escopo-mix
               after advancing 2 lines
           write linha-relatorio from cabecalho-colunas-mix
               after advancing 1 line
           perform 3060-abre-departamento
              thru 3060-abre-departamento-exit.
       3050-abre-escopo-exit.
           exit.

       3060-abre-departamento.
           move smx-departamento to mxr-depto-anterior
           move smx-categoria to mxr-categ-anterior
           move smx-departamento to ldp-departamento
           move zeros to cat-categoria
           perform 3400-busca-descricao thru 3400-busca-descricao-exit
           move mxr-descricao to ldp-descricao
           write linha-relatorio from linha-departamento-mix
               after advancing 2 lines.
       3060-abre-departamento-exit.
           exit.

       3100-fecha-categoria.
           move mxr-acumulador-categoria to mxr-acumulador-linha
           move spaces to ldx-codigo
           string "  "               delimited by size
                  mxr-depto-anterior delimited by size
                  "."                delimited by size
                  mxr-categ-anterior delimited by size
                  into ldx-codigo
           end-string
           move mxr-categ-anterior to cat-categoria
           perform 3400-busca-descricao thru 3400-busca-descricao-exit
           move mxr-descricao to ldx-descricao
           perform 3500-monta-linha thru 3500-monta-linha-exit
           write linha-relatorio from linha-detalhe-mix
               after advancing 1 line
           add mxr-cat-qtde-atual to mxr-dep-qtde-atual
           add mxr-cat-valor-atual to mxr-dep-valor-atual
           add mxr-cat-qtde-ant to mxr-dep-qtde-ant
           add mxr-cat-valor-ant to mxr-dep-valor-ant
           initialize mxr-acumulador-categoria.
       3100-fecha-categoria-exit.
           exit.

       3200-fecha-departamento.
           move mxr-acumulador-depto to mxr-acumulador-linha
           move spaces to ldx-codigo
           move "TOTAL DO DEPARTAMENTO" to ldx-descricao
           perform 3500-monta-linha thru 3500-monta-linha-exit
           write linha-relatorio from linha-detalhe-mix
               after advancing 1 line
           add mxr-dep-qtde-atual to mxr-esc-qtde-atual
           add mxr-dep-valor-atual to mxr-esc-valor-atual
           add mxr-dep-qtde-ant to mxr-esc-qtde-ant
           add mxr-dep-valor-ant to mxr-esc-valor-ant
           initialize mxr-acumulador-depto.
       3200-fecha-departamento-exit.
           exit.

       3300-fecha-escopo.
           move mxr-acumulador-escopo to mxr-acumulador-linha
           move spaces to ldx-codigo
           if mxr-escopo-anterior(1:1) = "2"
              move "TOTAL DA EMPRESA" to ldx-descricao
           else
              move "TOTAL DA FILIAL" to ldx-descricao
           end-if
           perform 3500-monta-linha thru 3500-monta-linha-exit
           write linha-relatorio from linha-detalhe-mix
               after advancing 2 lines
           initialize mxr-acumulador-escopo.
       3300-fecha-escopo-exit.
           exit.

      *-----------------------------------------------------------*
      * Descricao do departamento (categoria 00) ou da categoria;  *
      * 00.00 e o produto sem categoria ou a venda sem produto.    *
      *-----------------------------------------------------------*
       3400-busca-descricao.
           move spaces to mxr-descricao
           move mxr-depto-anterior to cat-departamento
           if cat-chave = zeros
              move "SEM CATEGORIA" to mxr-descricao
              go to 3400-busca-descricao-exit
           end-if
           if mxr-tem-categorias
              read categoria-tabela
                  invalid key
                      move "NAO CADASTRADA" to mxr-descricao
                  not invalid key
                      move cat-descricao to mxr-descricao
              end-read
           end-if.
       3400-busca-descricao-exit.
           exit.

      *-----------------------------------------------------------*
      * Monta quantidade, valor e % do total do mes e do ano       *
      * anterior, e a variacao do valor sobre o ano anterior.      *
      *-----------------------------------------------------------*
       3500-monta-linha.
           move mxr-lin-qtde-atual to ldx-qtde-atual
           move mxr-lin-valor-atual to ldx-valor-atual
           move mxr-lin-qtde-ant to ldx-qtde-ant
           move mxr-lin-valor-ant to ldx-valor-ant
           move zeros to mxr-percentual
           if mxr-base-atual not = zeros
              compute mxr-percentual rounded =
                      mxr-lin-valor-atual * 100 / mxr-base-atual
                  on size error
                      move zeros to mxr-percentual
              end-compute
           end-if
           move mxr-percentual to ldx-pct-atual
           move zeros to mxr-percentual
           if mxr-base-anterior not = zeros
              compute mxr-percentual rounded =
                      mxr-lin-valor-ant * 100 / mxr-base-anterior
                  on size error
                      move zeros to mxr-percentual
              end-compute
           end-if
           move mxr-percentual to ldx-pct-ant
           move zeros to mxr-percentual
           if mxr-lin-valor-ant not = zeros
              compute mxr-percentual rounded =
                      (mxr-lin-valor-atual - mxr-lin-valor-ant)
                      * 100 / mxr-lin-valor-ant
                  on size error
                      move zeros to mxr-percentual
              end-compute
           end-if
           move mxr-percentual to ldx-variacao.
       3500-monta-linha-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "LINHAS APURADAS (MES E ANO ANTERIOR):"
             to lcx-descricao
           move mxr-qtde-linhas to lcx-quantidade
           write linha-relatorio from linha-conta-mix
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
