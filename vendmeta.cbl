      *                    ordenado do pior atingimento para o      *
      *                    melhor - a conversa comeca onde esta o   *
      *                    problema.                                *
      * 15/10/2026 EQP     Planilha opcional: com CSV no            *
      *                    VENDMETA.PRM grava tambem um arquivo     *
      *                    delimitado por ";" (uma linha por        *
      *                    vendedor, cabecalho e virgula decimal),  *
      *                    catalogado pelo RPTNAMEX na base         *
      *                    VENDMETA para a mesma distribuicao do    *
      *                    relatorio.                               *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is vdr-codigo
               file status is vmt-status-vendedor.

           select arq-parametros assign to "VENDMETA.PRM"
               organization is line sequential
               file status is vmt-status-parm.

           select ordenacao-metas assign to "VMTSORT".

           select meta-relatorio assign to "VENDMETA.RPT"
               organization is line sequential
               file status is vmt-status-relat.

           select meta-csv assign to dynamic vmt-nome-csv
               organization is line sequential
               file status is vmt-status-csv.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  vendedor-mestre.
           copy VDRREC.

       fd  meta-relatorio.
       01  linha-relatorio           pic x(100).

       fd  meta-csv.
       01  linha-csv                 pic x(200).

       working-storage section.

       77  vmt-status-vendedor  pic x(02) value spaces.
           88  vmt-vendedor-ok         value "00".
       77  vmt-status-relat     pic x(02) value spaces.
       77  vmt-fim-ordenacao    pic x value "N".
       77  vmt-status-parm      pic x(02) value spaces.
       77  vmt-status-csv       pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Arquivo delimitado para planilha, pedido com CSV na        *
      * primeira linha do VENDMETA.PRM: uma linha por vendedor,    *
      * ";" entre os campos e virgula decimal, catalogado pelo     *
      * RPTNAME na base do relatorio.                              *
      *-----------------------------------------------------------*
       77  vmt-prm-opcao        pic x(05) value spaces.
       77  vmt-gera-csv         pic x(01) value "N".
           88  vmt-com-csv             value "S".
       77  vmt-rpt-base         pic x(08) value "VENDMETA".
       77  vmt-extensao-csv     pic x(03) value "CSV".
       77  vmt-nome-csv         pic x(30) value spaces.
       77  vmt-rpt-status       pic x(01) value spaces.
       77  vmt-csv-texto        pic x(30) value spaces.
       77  vmt-csv-valor        pic -(12)9,99.
       77  vmt-csv-meta         pic -(12)9,99.
       77  vmt-csv-percentual   pic -(6)9,99.

       77  vmt-total-vendas     pic 9(011)v99 value zeros.
       77  vmt-total-metas      pic 9(011)v99 value zeros.
       procedure division.

       inicio.
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-metas
               on ascending key smt-percentual
               output procedure 3000-imprime-metas
                        thru 3000-imprime-metas-exit
           close meta-relatorio
           if vmt-com-csv
              close meta-csv
              display "VENDMETA: planilha gerada em " vmt-nome-csv
           end-if
           stop run.

       1000-abrir-arquivos.
              move 16 to return-code
              stop run
           end-if
           open output meta-relatorio
           if vmt-com-csv
              perform 1200-abre-csv thru 1200-abre-csv-exit
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * CSV na primeira linha do VENDMETA.PRM pede a planilha;     *
      * sem parametro, so o relatorio impresso.                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if vmt-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to vmt-prm-opcao
              unstring prm-linha delimited by ";" or space
                  into vmt-prm-opcao
              end-unstring
              evaluate vmt-prm-opcao
                  when "CSV"
                  when "csv"
                      move "S" to vmt-gera-csv
                  when spaces
                      continue
                  when other
                      display "VENDMETA: opcao invalida em "
                              "VENDMETA.PRM - " vmt-prm-opcao
                      move 16 to return-code
                      stop run
              end-evaluate
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-abre-csv.
           call "RPTNAMEX" using vmt-rpt-base vmt-nome-csv
                                  vmt-rpt-status vmt-extensao-csv
           end-call
           if vmt-rpt-status not = "0"
              move "VENDMETA.CSV" to vmt-nome-csv
           end-if
           open output meta-csv
           if vmt-status-csv not = "00"
              display "VENDMETA: erro ao criar " vmt-nome-csv
                      " - status " vmt-status-csv
              move 16 to return-code
              stop run
           end-if
           move "CODIGO;VENDEDOR;VENDAS;META;ATINGIMENTO;SITUACAO"
             to linha-csv
           write linha-csv.
       1200-abre-csv-exit.
           exit.

      *-----------------------------------------------------------*
      * Alimenta a ordenacao com os vendedores ativos; quem nao    *
      * tem meta definida entra com percentual zero (vai para o    *
                   end-evaluate
                   write linha-relatorio from linha-detalhe-meta
                       after advancing 1 line
                   if vmt-com-csv
                      perform 3025-grava-csv thru 3025-grava-csv-exit
                   end-if
                   add 1 to vmt-linhas-pagina
                   add 1 to vmt-qtde-vendedores
                   add smt-vendas to vmt-total-vendas
       3020-processa-meta-exit.
           exit.

       3025-grava-csv.
           move smt-nome to vmt-csv-texto
           inspect vmt-csv-texto replacing all ";" by ","
           move smt-vendas to vmt-csv-valor
           move smt-meta to vmt-csv-meta
           move smt-percentual to vmt-csv-percentual
           move spaces to linha-csv
           string smt-codigo                    delimited by size
                  ";"                           delimited by size
                  function trim(vmt-csv-texto)  delimited by size
                  ";"                           delimited by size
                  function trim(vmt-csv-valor)  delimited by size
                  ";"                           delimited by size
                  function trim(vmt-csv-meta)   delimited by size
                  ";"                           delimited by size
                  function trim(vmt-csv-percentual)
                                                delimited by size
                  ";"                           delimited by size
                  function trim(ldm-situacao)   delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       3025-grava-csv-exit.
           exit.

       3030-imprime-total.
           if vmt-total-metas > zeros
              compute vmt-percentual-geral rounded =
