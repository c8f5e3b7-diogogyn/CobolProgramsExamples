      *                    lado das contagens cruas - a rota 12     *
      *                    para de pesar o mesmo que a rota 31.  A  *
      *                    fonte dos pesos sai no cabecalho.        *
      * 15/10/2026 EQP     Planilha opcional: com CSV no            *
      *                    ONIBANAL.PRM grava tambem um arquivo     *
      *                    delimitado por ";" (uma linha por mes de *
      *                    cada rota, com cabecalho), catalogado    *
      *                    pelo RPTNAMEX na base ONIBANAL para a    *
      *                    mesma distribuicao do relatorio.         *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is oan-status-arquivo.

           select arq-parametros assign to "ONIBANAL.PRM"
               organization is line sequential
               file status is oan-status-parm.

           select ordenacao-analise assign to "OANSORT".

           select rota-mestre assign to "ROTAS"
               organization is line sequential
               file status is oan-status-relat.

           select analise-csv assign to dynamic oan-nome-csv
               organization is line sequential
               file status is oan-status-csv.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  resposta-onibus.
           copy ONIBREC.

       fd  analise-relatorio.
       01  linha-relatorio           pic x(80).

       fd  analise-csv.
       01  linha-csv                 pic x(200).

       working-storage section.

       77  oan-status-resposta  pic x(02) value spaces.
       77  oan-incluir-morto    pic x value "N".
           88  oan-quer-morto          value "S" "s".
       77  oan-fim-ordenacao    pic x value "N".
       77  oan-status-parm      pic x(02) value spaces.
       77  oan-status-csv       pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Arquivo delimitado para planilha, pedido com CSV na        *
      * primeira linha do ONIBANAL.PRM: uma linha por mes de rota, *
      * ";" entre os campos e virgula decimal, catalogado pelo     *
      * RPTNAME na base do relatorio.                              *
      *-----------------------------------------------------------*
       77  oan-prm-opcao        pic x(05) value spaces.
       77  oan-gera-csv         pic x(01) value "N".
           88  oan-com-csv             value "S".
       77  oan-rpt-base         pic x(08) value "ONIBANAL".
       77  oan-extensao-csv     pic x(03) value "CSV".
       77  oan-nome-csv         pic x(30) value spaces.
       77  oan-rpt-status       pic x(01) value spaces.
       77  oan-csv-texto        pic x(30) value spaces.

       77  oan-rota-anterior    pic 9(04) value zeros.
       77  oan-anomes-anterior  pic 9(06) value zeros.
           display "Incluir o arquivo morto (ONIBARCH) [s/n]? "
               at 0510
           accept oan-incluir-morto at 0554
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-analise
               on ascending key soa-rota
              close rota-mestre
           end-if
           close analise-relatorio
           if oan-com-csv
              close analise-csv
              display "Planilha gerada em " oan-nome-csv at 0910
           end-if
           stop run.

       1000-abrir-arquivos.
              stop run
           end-if
           open input rota-mestre
           open output analise-relatorio
           if oan-com-csv
              perform 1200-abre-csv thru 1200-abre-csv-exit
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * CSV na primeira linha do ONIBANAL.PRM pede a planilha;     *
      * sem parametro, so o relatorio impresso.                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if oan-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to oan-prm-opcao
              unstring prm-linha delimited by ";" or space
                  into oan-prm-opcao
              end-unstring
              evaluate oan-prm-opcao
                  when "CSV"
                  when "csv"
                      move "S" to oan-gera-csv
                  when spaces
                      continue
                  when other
                      display "ONIBANAL: opcao invalida em "
                              "ONIBANAL.PRM - " oan-prm-opcao
                      move 16 to return-code
                      stop run
              end-evaluate
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-abre-csv.
           call "RPTNAMEX" using oan-rpt-base oan-nome-csv
                                  oan-rpt-status oan-extensao-csv
           end-call
           if oan-rpt-status not = "0"
              move "ONIBANAL.CSV" to oan-nome-csv
           end-if
           open output analise-csv
           if oan-status-csv not = "00"
              display "ONIBANAL: erro ao criar " oan-nome-csv
                      " - status " oan-status-csv
              move 16 to return-code
              stop run
           end-if
           move spaces to linha-csv
           string "ROTA;DESCRICAO;ANOMES;"          delimited by size
                  "RESPONDENTES;HOMENS;MULHERES;"   delimited by size
                  "ATE 25;25 A 40;ACIMA DE 40"      delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       1200-abre-csv-exit.
           exit.

       2000-carrega-respostas.
           perform 2010-le-uma-resposta
              thru 2010-le-uma-resposta-exit
           move oan-mes-40-mais to lma-40-mais
           write linha-relatorio from linha-mes-analise
               after advancing 1 line
           if oan-com-csv
              perform 3065-grava-csv thru 3065-grava-csv-exit
           end-if
           add 1 to oan-linhas-pagina
           move zeros to oan-acum-mes.
       3060-fecha-mes-exit.
           exit.

       3065-grava-csv.
           move lra-descricao to oan-csv-texto
           inspect oan-csv-texto replacing all ";" by ","
           move spaces to linha-csv
           string oan-rota-anterior               delimited by size
                  ";"                             delimited by size
                  function trim(oan-csv-texto)    delimited by size
                  ";"                             delimited by size
                  oan-anomes-anterior             delimited by size
                  ";"                             delimited by size
                  oan-mes-qtde                    delimited by size
                  ";"                             delimited by size
                  oan-mes-homens                  delimited by size
                  ";"                             delimited by size
                  oan-mes-mulheres                delimited by size
                  ";"                             delimited by size
                  oan-mes-ate-25                  delimited by size
                  ";"                             delimited by size
                  oan-mes-25-40                   delimited by size
                  ";"                             delimited by size
                  oan-mes-40-mais                 delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       3065-grava-csv-exit.
           exit.

       3070-fecha-rota.
           if oan-linhas-pagina not < oan-max-linhas
              perform 3010-imprime-cabecalho
