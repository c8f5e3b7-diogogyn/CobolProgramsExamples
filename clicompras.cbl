      *                    devolucoes, que entram subtraindo dos    *
      *                    totais.  O nome do vendedor passou a     *
      *                    vir do mestre de vendedores.             *
      * 15/10/2026 EQP     Planilha opcional: com CSV no            *
      *                    CLICOMPRAS.PRM grava tambem um arquivo   *
      *                    delimitado por ";" (uma linha por        *
      *                    compra, devolucao com valor negativo,    *
      *                    cabecalho e virgula decimal), catalogado *
      *                    pelo RPTNAMEX na base CLICOMPR para a    *
      *                    mesma distribuicao do relatorio.         *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is cpr-status-venda.

           select arq-parametros assign to "CLICOMPRAS.PRM"
               organization is line sequential
               file status is cpr-status-parm.

           select ordenacao-compras assign to "CPRSORT".

           select vendedor-mestre assign to "VENDEDOR"
               organization is line sequential
               file status is cpr-status-relat.

           select compras-csv assign to dynamic cpr-nome-csv
               organization is line sequential
               file status is cpr-status-csv.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  venda-historico.
           copy HISTREC.

       fd  compras-relatorio.
       01  linha-relatorio           pic x(80).

       fd  compras-csv.
       01  linha-csv                 pic x(200).

       working-storage section.

       77  cpr-status-venda     pic x(02) value spaces.
           88  cpr-vendedor-ok         value "00".
       77  cpr-status-relat     pic x(02) value spaces.
       77  cpr-fim-ordenacao    pic x value "N".
       77  cpr-status-parm      pic x(02) value spaces.
       77  cpr-status-csv       pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Arquivo delimitado para planilha, pedido com CSV na        *
      * primeira linha do CLICOMPRAS.PRM: uma linha por compra,    *
      * ";" entre os campos e virgula decimal (devolucao com valor *
      * negativo), catalogado pelo RPTNAME na base do relatorio.   *
      *-----------------------------------------------------------*
       77  cpr-prm-opcao        pic x(05) value spaces.
       77  cpr-gera-csv         pic x(01) value "N".
           88  cpr-com-csv             value "S".
       77  cpr-rpt-base         pic x(08) value "CLICOMPR".
       77  cpr-extensao-csv     pic x(03) value "CSV".
       77  cpr-nome-csv         pic x(30) value spaces.
       77  cpr-rpt-status       pic x(01) value spaces.
       77  cpr-csv-cliente      pic x(30) value spaces.
       77  cpr-csv-vendedor     pic x(30) value spaces.
       77  cpr-csv-tipo         pic x(05) value spaces.
       77  cpr-csv-valor        pic -(12)9,99.

       77  cpr-cliente-anterior pic 9(05) value zeros.
       77  cpr-primeiro-reg     pic x value "S".
       procedure division.

       inicio.
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-compras
               on ascending key scp-cliente
               output procedure 3000-imprime-compras
                        thru 3000-imprime-compras-exit
           close cliente-mestre vendedor-mestre compras-relatorio
           if cpr-com-csv
              close compras-csv
              display "CLICOMPRAS: planilha gerada em " cpr-nome-csv
           end-if
           stop run.

       1000-abrir-arquivos.
              move 16 to return-code
              stop run
           end-if
           open output compras-relatorio
           if cpr-com-csv
              perform 1200-abre-csv thru 1200-abre-csv-exit
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * CSV na primeira linha do CLICOMPRAS.PRM pede a planilha;   *
      * sem parametro, so o relatorio impresso.                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if cpr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to cpr-prm-opcao
              unstring prm-linha delimited by ";" or space
                  into cpr-prm-opcao
              end-unstring
              evaluate cpr-prm-opcao
                  when "CSV"
                  when "csv"
                      move "S" to cpr-gera-csv
                  when spaces
                      continue
                  when other
                      display "CLICOMPRAS: opcao invalida em "
                              "CLICOMPRAS.PRM - " cpr-prm-opcao
                      move 16 to return-code
                      stop run
              end-evaluate
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-abre-csv.
           call "RPTNAMEX" using cpr-rpt-base cpr-nome-csv
                                  cpr-rpt-status cpr-extensao-csv
           end-call
           if cpr-rpt-status not = "0"
              move "CLICOMPRAS.CSV" to cpr-nome-csv
           end-if
           open output compras-csv
           if cpr-status-csv not = "00"
              display "CLICOMPRAS: erro ao criar " cpr-nome-csv
                      " - status " cpr-status-csv
              move 16 to return-code
              stop run
           end-if
           move spaces to linha-csv
           string "CLIENTE;NOME;VENDEDOR;"          delimited by size
                  "NOME VENDEDOR;TIPO;VALOR"        delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       1200-abre-csv-exit.
           exit.

      *-----------------------------------------------------------*
      * Alimenta a ordenacao com as transacoes de venda; venda sem *
      * cliente (zeros ou campo ausente) entra com o codigo        *
           end-if
           write linha-relatorio from linha-compra
               after advancing 1 line
           if cpr-com-csv
              perform 3035-grava-csv thru 3035-grava-csv-exit
           end-if
           add 1 to cpr-linhas-pagina
           add 1 to cpr-qtde-compras.
       3030-imprime-compra-exit.
           exit.

       3035-grava-csv.
           move lcl-nome to cpr-csv-cliente
           inspect cpr-csv-cliente replacing all ";" by ","
           move lco-nome-vendedor to cpr-csv-vendedor
           inspect cpr-csv-vendedor replacing all ";" by ","
           if scp-tipo = "D"
              move "DEV" to cpr-csv-tipo
              compute cpr-csv-valor = 0 - scp-valor
           else
              move "VENDA" to cpr-csv-tipo
              move scp-valor to cpr-csv-valor
           end-if
           move spaces to linha-csv
           string scp-cliente                     delimited by size
                  ";"                             delimited by size
                  function trim(cpr-csv-cliente)  delimited by size
                  ";"                             delimited by size
                  scp-vendedor                    delimited by size
                  ";"                             delimited by size
                  function trim(cpr-csv-vendedor) delimited by size
                  ";"                             delimited by size
                  function trim(cpr-csv-tipo)     delimited by size
                  ";"                             delimited by size
                  function trim(cpr-csv-valor)    delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       3035-grava-csv-exit.
           exit.

       3040-imprime-quebra-cliente.
           if cpr-linhas-pagina not < cpr-max-linhas
              perform 3010-imprime-cabecalho
