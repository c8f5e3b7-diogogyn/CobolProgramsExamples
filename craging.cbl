      *                    subtotal por cliente e por filial e      *
      *                    total geral - substitui a planilha       *
      *                    refeita a mao pela cobranca.             *
      * 15/10/2026 EQP     A idade passou a ser contada do          *
      *                    vencimento de cada parcela, nao da data  *
      *                    da venda: parcela a vencer fica na       *
      *                    faixa corrente.                          *
      * 15/10/2026 EQP     Planilha opcional: com CSV no            *
      *                    CRAGING.PRM grava tambem um arquivo      *
      *                    delimitado por ";" (uma linha por        *
      *                    cliente com as quatro faixas, cabecalho  *
      *                    e virgula decimal), catalogado pelo      *
      *                    RPTNAMEX na base CRAGING para a mesma    *
      *                    distribuicao do relatorio.               *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is cr-chave
               file status is cra-status-cr.

           select arq-parametros assign to "CRAGING.PRM"
               organization is line sequential
               file status is cra-status-parm.

           select ordenacao-aging assign to "CRASORT".

           select aging-relatorio assign to "CRAGING.RPT"
               organization is line sequential
               file status is cra-status-relat.

           select aging-csv assign to dynamic cra-nome-csv
               organization is line sequential
               file status is cra-status-csv.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  contas-receber.
           copy CRECREC.

       01  sag-registro.
           05  sag-filial            pic 9(03).
           05  sag-cliente           pic 9(05).
           05  sag-data-vencimento   pic 9(08).
           05  sag-saldo             pic 9(07)v99.

       fd  aging-relatorio.
       01  linha-relatorio           pic x(120).

       fd  aging-csv.
       01  linha-csv                 pic x(200).

       working-storage section.

       77  cra-status-cr        pic x(02) value spaces.
           88  cra-cr-ok               value "00".
       77  cra-status-relat     pic x(02) value spaces.
       77  cra-fim-ordenacao    pic x value "N".
       77  cra-status-parm      pic x(02) value spaces.
       77  cra-status-csv       pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Arquivo delimitado para planilha, pedido com CSV na        *
      * primeira linha do CRAGING.PRM: uma linha por cliente,      *
      * ";" entre os campos e virgula decimal, catalogado pelo     *
      * RPTNAME na base do relatorio.                              *
      *-----------------------------------------------------------*
       77  cra-prm-opcao        pic x(05) value spaces.
       77  cra-gera-csv         pic x(01) value "N".
           88  cra-com-csv             value "S".
       77  cra-rpt-base         pic x(08) value "CRAGING".
       77  cra-extensao-csv     pic x(03) value "CSV".
       77  cra-nome-csv         pic x(30) value spaces.
       77  cra-rpt-status       pic x(01) value spaces.
       77  cra-csv-corrente     pic -(12)9,99.
       77  cra-csv-30           pic -(12)9,99.
       77  cra-csv-60           pic -(12)9,99.
       77  cra-csv-90           pic -(12)9,99.

       77  cra-data-real        pic 9(08) value zeros.
       77  cra-data-negocio     pic 9(08) value zeros.
       77  cra-dias-referencia  pic 9(07) value zeros.
       77  cra-dias-vencimento  pic 9(07) value zeros.
       77  cra-idade-dias       pic s9(05) value zeros.

       77  cra-primeiro-reg     pic x value "S".
           end-call
           move function integer-of-date(cra-data-negocio)
                to cra-dias-referencia
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-aging
               on ascending key sag-filial
                                sag-cliente
                                sag-data-vencimento
               input procedure 2000-carrega-carteira
                        thru 2000-carrega-carteira-exit
               output procedure 3000-imprime-aging
                        thru 3000-imprime-aging-exit
           close aging-relatorio
           if cra-com-csv
              close aging-csv
              display "CRAGING: planilha gerada em " cra-nome-csv
           end-if
           stop run.

       1000-abrir-arquivos.
              move 16 to return-code
              stop run
           end-if
           open output aging-relatorio
           if cra-com-csv
              perform 1200-abre-csv thru 1200-abre-csv-exit
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * CSV na primeira linha do CRAGING.PRM pede a planilha;      *
      * sem parametro, so o relatorio impresso.                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if cra-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to cra-prm-opcao
              unstring prm-linha delimited by ";" or space
                  into cra-prm-opcao
              end-unstring
              evaluate cra-prm-opcao
                  when "CSV"
                  when "csv"
                      move "S" to cra-gera-csv
                  when spaces
                      continue
                  when other
                      display "CRAGING: opcao invalida em "
                              "CRAGING.PRM - " cra-prm-opcao
                      move 16 to return-code
                      stop run
              end-evaluate
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-abre-csv.
           call "RPTNAMEX" using cra-rpt-base cra-nome-csv
                                  cra-rpt-status cra-extensao-csv
           end-call
           if cra-rpt-status not = "0"
              move "CRAGING.CSV" to cra-nome-csv
           end-if
           open output aging-csv
           if cra-status-csv not = "00"
              display "CRAGING: erro ao criar " cra-nome-csv
                      " - status " cra-status-csv
              move 16 to return-code
              stop run
           end-if
           move spaces to linha-csv
           string "FILIAL;CLIENTE;CORRENTE;"        delimited by size
                  "ATE 60 DIAS;ATE 90 DIAS;"        delimited by size
                  "ACIMA DE 90"                     delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       1200-abre-csv-exit.
           exit.

      *-----------------------------------------------------------*
      * Alimenta a ordenacao so com os titulos ainda em aberto,    *
      * ja com o saldo calculado.                                  *
                   if cr-aberto
                      move cr-filial to sag-filial
                      move cr-cliente to sag-cliente
                      move cr-data-vencimento to sag-data-vencimento
                      compute sag-saldo =
                              cr-valor-original - cr-valor-pago
                      release sag-registro
           exit.

      *-----------------------------------------------------------*
      * Classifica o saldo do titulo pela idade em dias do         *
      * vencimento ate a data de negocio: a vencer ou ate 30       *
      * corrente, 31-60, 61-90 e acima de 90 dias.                 *
      *-----------------------------------------------------------*
       3050-classifica-titulo.
           move function integer-of-date(sag-data-vencimento)
                to cra-dias-vencimento
           compute cra-idade-dias =
                   cra-dias-referencia - cra-dias-vencimento
           evaluate true
               when cra-idade-dias not > 30
                   add sag-saldo to cra-cli-corrente
           move cra-cli-90 to lca-90
           write linha-relatorio from linha-cliente-ag
               after advancing 1 line
           if cra-com-csv
              perform 3065-grava-csv thru 3065-grava-csv-exit
           end-if
           add 1 to cra-linhas-pagina
           add cra-cli-corrente to cra-fil-corrente
           add cra-cli-30 to cra-fil-30
       3060-subtotal-cliente-exit.
           exit.

       3065-grava-csv.
           move cra-cli-corrente to cra-csv-corrente
           move cra-cli-30 to cra-csv-30
           move cra-cli-60 to cra-csv-60
           move cra-cli-90 to cra-csv-90
           move spaces to linha-csv
           string cra-filial-anterior             delimited by size
                  ";"                             delimited by size
                  cra-cliente-anterior            delimited by size
                  ";"                             delimited by size
                  function trim(cra-csv-corrente) delimited by size
                  ";"                             delimited by size
                  function trim(cra-csv-30)       delimited by size
                  ";"                             delimited by size
                  function trim(cra-csv-60)       delimited by size
                  ";"                             delimited by size
                  function trim(cra-csv-90)       delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       3065-grava-csv-exit.
           exit.

       3070-subtotal-filial.
           move "TOTAL DA FILIAL:" to lta-descricao
           move cra-fil-corrente to lta-corrente
