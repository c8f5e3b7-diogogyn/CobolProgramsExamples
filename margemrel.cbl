      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. margemrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Margem bruta mensal: receita, custo,     *
      *                    margem e margem % do VENDHIST, com o     *
      *                    custo gravado na aplicacao, por produto, *
      *                    por vendedor e por filial.  Devolucao    *
      *                    estorna receita e o custo da venda       *
      *                    original.  Mes em MARGEM.PRM (AAAAMM) ou *
      *                    o mes anterior ao da data de negocio.    *
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
               file status is mgr-status-hist.

           select arq-parametros assign to "MARGEM.PRM"
               organization is line sequential
               file status is mgr-status-parm.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is mgr-status-produto.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is mgr-status-vendedor.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is mgr-status-filial.

           select ordenacao-margem assign to "MGRSORT".

           select margem-relatorio
               assign to dynamic mgr-nome-relatorio
               organization is line sequential
               file status is mgr-status-relat.

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

       fd  vendedor-mestre.
           copy VDRREC.

       fd  filial-mestre.
           copy FILREC.

      *-----------------------------------------------------------*
      * Cada linha de venda ou devolucao do mes entra tres vezes,  *
      * uma por visao: 1 produto, 2 vendedor, 3 filial.            *
      *-----------------------------------------------------------*
       sd  ordenacao-margem.
       01  smg-registro.
           05  smg-visao             pic 9(01).
               88  smg-visao-produto       value 1.
               88  smg-visao-vendedor      value 2.
               88  smg-visao-filial        value 3.
           05  smg-codigo            pic 9(05).
           05  smg-tipo              pic x(01).
               88  smg-devolucao           value "D".
           05  smg-quantidade        pic 9(05).
           05  smg-valor             pic 9(07)v99.
           05  smg-custo             pic 9(07)v99.

       fd  margem-relatorio.
       01  linha-relatorio           pic x(120).

       working-storage section.

       77  mgr-status-hist      pic x(02) value spaces.
       77  mgr-status-parm      pic x(02) value spaces.
       77  mgr-status-relat     pic x(02) value spaces.
       77  mgr-status-produto   pic x(02) value spaces.
       77  mgr-status-vendedor  pic x(02) value spaces.
       77  mgr-status-filial    pic x(02) value spaces.
       77  mgr-produto-aberto   pic x(01) value "N".
           88  mgr-tem-produtos        value "S".
       77  mgr-vendedor-aberto  pic x(01) value "N".
           88  mgr-tem-vendedores      value "S".
       77  mgr-filial-aberto    pic x(01) value "N".
           88  mgr-tem-filiais         value "S".
       77  mgr-fim-historico    pic x value "N".
           88  mgr-sem-mais-hist       value "S".
       77  mgr-fim-ordenacao    pic x value "N".
           88  mgr-sem-mais-ordem      value "S".

       77  mgr-data-real        pic 9(08) value zeros.
       77  mgr-data-negocio     pic 9(08) value zeros.
       77  mgr-prm-mes          pic x(06) value spaces.
       01  mgr-mes-apuracao.
           05  mgr-mes-ano           pic 9(04).
           05  mgr-mes-mes           pic 9(02).

       77  mgr-rpt-base         pic x(08) value "MARGEM  ".
       77  mgr-nome-relatorio   pic x(30) value spaces.
       77  mgr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Quebras: visao e, dentro dela, codigo.  Devolucao entra    *
      * com sinal negativo na quantidade, na receita e no custo.   *
      *-----------------------------------------------------------*
       77  mgr-primeiro-reg     pic x value "S".
           88  mgr-primeira-vez        value "S".
       77  mgr-visao-anterior   pic 9(01) value zeros.
       77  mgr-codigo-anterior  pic 9(05) value zeros.
       77  mgr-cod-quantidade   pic s9(07) value zeros.
       77  mgr-cod-receita      pic s9(011)v99 value zeros.
       77  mgr-cod-custo        pic s9(011)v99 value zeros.
       77  mgr-vis-quantidade   pic s9(07) value zeros.
       77  mgr-vis-receita      pic s9(011)v99 value zeros.
       77  mgr-vis-custo        pic s9(011)v99 value zeros.
       77  mgr-margem           pic s9(011)v99 value zeros.
       77  mgr-margem-pct       pic s9(05)v99 value zeros.
       77  mgr-nome             pic x(30) value spaces.
       77  mgr-qtde-linhas      pic 9(07) value zeros.
       77  mgr-qtde-sem-custo   pic 9(07) value zeros.

       01  cabecalho-margem.
           05  filler                pic x(29) value
                  "MARGEM BRUTA MENSAL - MES    ".
           05  cm-mes                pic 9(06).
           05  filler                pic x(09) value "   DATA: ".
           05  cm-data               pic 9(08).
       01  cabecalho-visao.
           05  cvi-descricao         pic x(30).
       01  cabecalho-colunas-margem.
           05  filler                pic x(07) value "CODIGO".
           05  filler                pic x(31) value "NOME".
           05  filler                pic x(09) value "    QTDE".
           05  filler                pic x(19) value
                  "           RECEITA".
           05  filler                pic x(19) value
                  "             CUSTO".
           05  filler                pic x(19) value
                  "            MARGEM".
           05  filler                pic x(10) value "  MARGEM%".
       01  linha-detalhe-margem.
           05  ldm-codigo            pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  ldm-nome              pic x(30).
           05  filler                pic x(01) value space.
           05  ldm-quantidade        pic -zzzzzz9.
           05  filler                pic x(01) value space.
           05  ldm-receita           pic -zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldm-custo             pic -zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldm-margem            pic -zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldm-margem-pct        pic -zzzz9,99.
       01  linha-conta-margem.
           05  lcm-descricao         pic x(41).
           05  lcm-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using mgr-data-real mgr-data-negocio
           end-call
           perform 1100-define-mes thru 1100-define-mes-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           perform 1200-abrir-mestres thru 1200-abrir-mestres-exit
           sort ordenacao-margem
               on ascending key smg-visao smg-codigo
               input procedure is 2000-seleciona-historico
                                  thru 2000-seleciona-historico-exit
               output procedure is 3000-imprime-margem
                                   thru 3000-imprime-margem-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           perform 1300-fechar-mestres thru 1300-fechar-mestres-exit
           close margem-relatorio
           display "MARGEMREL: mes " mgr-mes-apuracao " - "
                   mgr-qtde-linhas " linhas - relatorio "
                   mgr-nome-relatorio
           if mgr-qtde-sem-custo > zeros
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Mes de apuracao: AAAAMM na primeira linha do MARGEM.PRM    *
      * ou o mes anterior ao da data de negocio.                   *
      *-----------------------------------------------------------*
       1100-define-mes.
           move mgr-data-negocio(1:4) to mgr-mes-ano
           move mgr-data-negocio(5:2) to mgr-mes-mes
           if mgr-mes-mes = 1
              move 12 to mgr-mes-mes
              subtract 1 from mgr-mes-ano
           else
              subtract 1 from mgr-mes-mes
           end-if
           open input arq-parametros
           if mgr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to mgr-prm-mes
              unstring prm-linha delimited by ";" or space
                  into mgr-prm-mes
              end-unstring
              if mgr-prm-mes not = spaces
                 if mgr-prm-mes is not numeric
                    or mgr-prm-mes(5:2) < "01"
                    or mgr-prm-mes(5:2) > "12"
                    display "MARGEMREL: mes invalido em "
                            "MARGEM.PRM - " mgr-prm-mes
                    move 16 to return-code
                    stop run
                 end-if
                 move mgr-prm-mes to mgr-mes-apuracao
              end-if
           end-if.
       1100-define-mes-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using mgr-rpt-base mgr-nome-relatorio
                                 mgr-rpt-status
           end-call
           if mgr-rpt-status not = "0"
              move "MARGEM.RPT" to mgr-nome-relatorio
           end-if
           open output margem-relatorio
           move mgr-mes-apuracao to cm-mes
           move mgr-data-negocio to cm-data
           write linha-relatorio from cabecalho-margem.
       1000-abrir-relatorio-exit.
           exit.

      *-----------------------------------------------------------*
      * Cadastros so para os nomes; sem o cadastro o relatorio    *
      * sai com o codigo e o nome em branco.                       *
      *-----------------------------------------------------------*
       1200-abrir-mestres.
           open input produto-mestre
           if mgr-status-produto = "00"
              set mgr-tem-produtos to true
           end-if
           open input vendedor-mestre
           if mgr-status-vendedor = "00"
              set mgr-tem-vendedores to true
           end-if
           open input filial-mestre
           if mgr-status-filial = "00"
              set mgr-tem-filiais to true
           end-if.
       1200-abrir-mestres-exit.
           exit.

       1300-fechar-mestres.
           if mgr-tem-produtos
              close produto-mestre
           end-if
           if mgr-tem-vendedores
              close vendedor-mestre
           end-if
           if mgr-tem-filiais
              close filial-mestre
           end-if.
       1300-fechar-mestres-exit.
           exit.

      *-----------------------------------------------------------*
      * Seleciona as vendas e devolucoes aplicadas no mes (data de *
      * aplicacao).  Linha anterior ao custo (campos em branco) ou *
      * de produto sem custo na tabela entra com custo zero e e    *
      * contada para o aviso.                                      *
      *-----------------------------------------------------------*
       2000-seleciona-historico.
           open input venda-historico
           if mgr-status-hist not = "00"
              display "MARGEMREL: erro ao abrir VENDHIST - status "
                      mgr-status-hist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-historico thru 2010-le-historico-exit
               until mgr-sem-mais-hist
           close venda-historico.
       2000-seleciona-historico-exit.
           exit.

       2010-le-historico.
           read venda-historico
               at end
                   set mgr-sem-mais-hist to true
                   go to 2010-le-historico-exit
           end-read
           if not hst-venda and not hst-devolucao
              go to 2010-le-historico-exit
           end-if
           if hst-data-aplicacao(1:6) not = mgr-mes-apuracao
              go to 2010-le-historico-exit
           end-if
           if hst-custo is not numeric
              or hst-custo-unit is not numeric
              move zeros to smg-custo
              add 1 to mgr-qtde-sem-custo
           else
              move hst-custo to smg-custo
              if hst-custo-unit = zeros
                 and hst-produto is numeric
                 and hst-produto > zeros
                 add 1 to mgr-qtde-sem-custo
              end-if
           end-if
           move hst-tipo to smg-tipo
           move hst-valor to smg-valor
           if hst-quantidade is numeric
              move hst-quantidade to smg-quantidade
           else
              move zeros to smg-quantidade
           end-if
           if hst-produto is numeric
              move hst-produto to smg-codigo
           else
              move zeros to smg-codigo
           end-if
           move 1 to smg-visao
           release smg-registro
           move 2 to smg-visao
           move hst-vendedor to smg-codigo
           release smg-registro
           move 3 to smg-visao
           if hst-filial is numeric
              move hst-filial to smg-codigo
           else
              move zeros to smg-codigo
           end-if
           release smg-registro
           add 1 to mgr-qtde-linhas.
       2010-le-historico-exit.
           exit.

       3000-imprime-margem.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until mgr-sem-mais-ordem
           if not mgr-primeira-vez
              perform 3100-fecha-codigo thru 3100-fecha-codigo-exit
              perform 3200-fecha-visao thru 3200-fecha-visao-exit
           end-if.
       3000-imprime-margem-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-margem
               at end
                   set mgr-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if mgr-primeira-vez
              or smg-visao not = mgr-visao-anterior
              if not mgr-primeira-vez
                 perform 3100-fecha-codigo
                    thru 3100-fecha-codigo-exit
                 perform 3200-fecha-visao thru 3200-fecha-visao-exit
              end-if
              move "N" to mgr-primeiro-reg
              move smg-visao to mgr-visao-anterior
              move smg-codigo to mgr-codigo-anterior
              evaluate true
                  when smg-visao-produto
                      move "MARGEM POR PRODUTO" to cvi-descricao
                  when smg-visao-vendedor
                      move "MARGEM POR VENDEDOR" to cvi-descricao
                  when other
                      move "MARGEM POR FILIAL" to cvi-descricao
              end-evaluate
              write linha-relatorio from cabecalho-visao
                  after advancing 2 lines
              write linha-relatorio from cabecalho-colunas-margem
                  after advancing 1 line
           end-if
           if smg-codigo not = mgr-codigo-anterior
              perform 3100-fecha-codigo thru 3100-fecha-codigo-exit
              move smg-codigo to mgr-codigo-anterior
           end-if
           if smg-devolucao
              subtract smg-quantidade from mgr-cod-quantidade
              subtract smg-valor from mgr-cod-receita
              subtract smg-custo from mgr-cod-custo
           else
              add smg-quantidade to mgr-cod-quantidade
              add smg-valor to mgr-cod-receita
              add smg-custo to mgr-cod-custo
           end-if.
       3010-proximo-ordenado-exit.
           exit.

       3100-fecha-codigo.
           perform 3110-busca-nome thru 3110-busca-nome-exit
           move mgr-codigo-anterior to ldm-codigo
           move mgr-nome to ldm-nome
           move mgr-cod-quantidade to ldm-quantidade
           move mgr-cod-receita to ldm-receita
           move mgr-cod-custo to ldm-custo
           perform 3300-calcula-margem thru 3300-calcula-margem-exit
           write linha-relatorio from linha-detalhe-margem
               after advancing 1 line
           add mgr-cod-quantidade to mgr-vis-quantidade
           add mgr-cod-receita to mgr-vis-receita
           add mgr-cod-custo to mgr-vis-custo
           move zeros to mgr-cod-quantidade mgr-cod-receita
                         mgr-cod-custo.
       3100-fecha-codigo-exit.
           exit.

       3110-busca-nome.
           move spaces to mgr-nome
           evaluate mgr-visao-anterior
               when 1
                   if mgr-codigo-anterior = zeros
                      move "SEM PRODUTO" to mgr-nome
                   else
                      if mgr-tem-produtos
                         move mgr-codigo-anterior to prd-codigo
                         read produto-mestre
                             invalid key
                                 continue
                             not invalid key
                                 move prd-descricao to mgr-nome
                         end-read
                      end-if
                   end-if
               when 2
                   if mgr-tem-vendedores
                      move mgr-codigo-anterior to vdr-codigo
                      read vendedor-mestre
                          invalid key
                              continue
                          not invalid key
                              move vdr-nome to mgr-nome
                      end-read
                   end-if
               when other
                   if mgr-tem-filiais
                      move mgr-codigo-anterior to fil-codigo
                      read filial-mestre
                          invalid key
                              continue
                          not invalid key
                              move fil-nome to mgr-nome
                      end-read
                   end-if
           end-evaluate.
       3110-busca-nome-exit.
           exit.

       3200-fecha-visao.
           move zeros to ldm-codigo
           move "TOTAL DA EMPRESA" to ldm-nome
           move mgr-vis-quantidade to ldm-quantidade
           move mgr-vis-receita to ldm-receita
           move mgr-vis-custo to ldm-custo
           move mgr-vis-receita to mgr-cod-receita
           move mgr-vis-custo to mgr-cod-custo
           perform 3300-calcula-margem thru 3300-calcula-margem-exit
           move zeros to mgr-cod-receita mgr-cod-custo
           write linha-relatorio from linha-detalhe-margem
               after advancing 2 lines
           move zeros to mgr-vis-quantidade mgr-vis-receita
                         mgr-vis-custo.
       3200-fecha-visao-exit.
           exit.

      *-----------------------------------------------------------*
      * Margem = receita - custo; margem % sobre a receita (zero   *
      * quando a receita liquida e zero).                          *
      *-----------------------------------------------------------*
       3300-calcula-margem.
           compute mgr-margem = mgr-cod-receita - mgr-cod-custo
           move zeros to mgr-margem-pct
           if mgr-cod-receita not = zeros
              compute mgr-margem-pct rounded =
                      mgr-margem * 100 / mgr-cod-receita
                  on size error
                      move zeros to mgr-margem-pct
              end-compute
           end-if
           move mgr-margem to ldm-margem
           move mgr-margem-pct to ldm-margem-pct.
       3300-calcula-margem-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "LINHAS APURADAS:" to lcm-descricao
           move mgr-qtde-linhas to lcm-quantidade
           write linha-relatorio from linha-conta-margem
               after advancing 1 line
           if mgr-qtde-sem-custo > zeros
              move "LINHAS SEM CUSTO (CONFERIR CUSTOS.DAT):"
                to lcm-descricao
              move mgr-qtde-sem-custo to lcm-quantidade
              write linha-relatorio from linha-conta-margem
                  after advancing 1 line
           end-if.
       4000-imprime-totais-exit.
           exit.
