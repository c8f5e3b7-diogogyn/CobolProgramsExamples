      *                    cada filial, com a descricao do mestre   *
      *                    de produtos - a resposta a pergunta do   *
      *                    compras sobre o que puxa a comissao.     *
      * 15/10/2026 EQP     Planilha opcional: com CSV no            *
      *                    PRODRANK.PRM grava tambem um arquivo     *
      *                    delimitado por ";" (uma linha por        *
      *                    produto do ranking, cabecalho e virgula  *
      *                    decimal), catalogado pelo RPTNAMEX na    *
      *                    base PRODRANK para a mesma distribuicao  *
      *                    do relatorio.                            *
      * 15/10/2026 EQP     Passa a ler o resumo mensal de vendas    *
      *                    (VENDRES.DAT, mantido pela aplicacao de  *
      *                    vendas e reconstruido pelo VRESGERA) a   *
      *                    partir da primeira chave do periodo, em  *
      *                    vez de percorrer o historico VENDHIST    *
      *                    inteiro; quantidades e valores liquidos  *
      *                    e a contagem das transacoes sem produto  *
      *                    saem iguais.                             *
      *-----------------------------------------------------------*

      *****************************************************************
         decimal-point is comma.
       input-output section.
       file-control.
           select arq-resumo assign to "VENDRES"
               organization is indexed
               access mode is dynamic
               record key is vrs-chave
               file status is prk-status-resumo.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               record key is prd-codigo
               file status is prk-status-produto.

           select arq-parametros assign to "PRODRANK.PRM"
               organization is line sequential
               file status is prk-status-parm.

           select ordenacao-ranking assign to "PRKSORT".

           select ranking-relatorio assign to "PRODRANK.RPT"
               organization is line sequential
               file status is prk-status-relat.

           select ranking-csv assign to dynamic prk-nome-csv
               organization is line sequential
               file status is prk-status-csv.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  arq-resumo.
           copy VRESREC.

       fd  produto-mestre.
           copy PRODREC.
       fd  ranking-relatorio.
       01  linha-relatorio           pic x(100).

       fd  ranking-csv.
       01  linha-csv                 pic x(200).

       working-storage section.

       77  prk-status-resumo    pic x(02) value spaces.
           88  prk-fim-resumo          value "10".
       77  prk-status-produto   pic x(02) value spaces.
           88  prk-produto-ok          value "00".
       77  prk-status-relat     pic x(02) value spaces.
       77  prk-fim-ordenacao    pic x value "N".
       77  prk-status-parm      pic x(02) value spaces.
       77  prk-status-csv       pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Arquivo delimitado para planilha, pedido com CSV na        *
      * primeira linha do PRODRANK.PRM: uma linha por produto,     *
      * ";" entre os campos e virgula decimal, catalogado pelo     *
      * RPTNAME na base do relatorio.                              *
      *-----------------------------------------------------------*
       77  prk-prm-opcao        pic x(05) value spaces.
       77  prk-gera-csv         pic x(01) value "N".
           88  prk-com-csv             value "S".
       77  prk-rpt-base         pic x(08) value "PRODRANK".
       77  prk-extensao-csv     pic x(03) value "CSV".
       77  prk-nome-csv         pic x(30) value spaces.
       77  prk-rpt-status       pic x(01) value spaces.
       77  prk-csv-texto        pic x(30) value spaces.
       77  prk-csv-valor        pic -(12)9,99.

       77  prk-periodo-escolhido pic 9(06) value zeros.
       77  prk-qtde-sem-produto pic 9(07) value zeros.
           display "RANKING DE VENDAS POR PRODUTO" at 0310
           display "Periodo (AAAAMM): " at 0510
           accept prk-periodo-escolhido at 0529
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-acumula-resumo
              thru 2000-acumula-resumo-exit
               until prk-fim-resumo
           sort ordenacao-ranking
               on ascending key srk-filial
               on descending key srk-valor
               output procedure 3000-imprime-ranking
                        thru 3000-imprime-ranking-exit
           close produto-mestre ranking-relatorio
           if prk-com-csv
              close ranking-csv
              display "Planilha gerada em " prk-nome-csv at 1310
           end-if
           stop run.

       1000-abrir-arquivos.
           open input arq-resumo
           if prk-status-resumo not = "00"
              display "PRODRANK: erro ao abrir VENDRES - status "
                       prk-status-resumo " (rodar o VRESGERA)" at 0710
              move 16 to return-code
              stop run
           end-if
           move zeros to vrs-chave
           move prk-periodo-escolhido to vrs-periodo
           start arq-resumo key not less than vrs-chave
               invalid key
                   set prk-fim-resumo to true
           end-start
           open input produto-mestre
           if not prk-produto-ok
              display "PRODRANK: mestre PRODUTO indisponivel - "
              stop run
           end-if
           open output ranking-relatorio
           if prk-com-csv
              perform 1200-abre-csv thru 1200-abre-csv-exit
           end-if
           move prk-periodo-escolhido to cr-periodo
           write linha-relatorio from cab-ranking.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * CSV na primeira linha do PRODRANK.PRM pede a planilha;     *
      * sem parametro, so o relatorio impresso.                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if prk-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to prk-prm-opcao
              unstring prm-linha delimited by ";" or space
                  into prk-prm-opcao
              end-unstring
              evaluate prk-prm-opcao
                  when "CSV"
                  when "csv"
                      move "S" to prk-gera-csv
                  when spaces
                      continue
                  when other
                      display "PRODRANK: opcao invalida em "
                              "PRODRANK.PRM - " prk-prm-opcao
                      move 16 to return-code
                      stop run
              end-evaluate
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-abre-csv.
           call "RPTNAMEX" using prk-rpt-base prk-nome-csv
                                  prk-rpt-status prk-extensao-csv
           end-call
           if prk-rpt-status not = "0"
              move "PRODRANK.CSV" to prk-nome-csv
           end-if
           open output ranking-csv
           if prk-status-csv not = "00"
              display "PRODRANK: erro ao criar " prk-nome-csv
                      " - status " prk-status-csv
              move 16 to return-code
              stop run
           end-if
           move spaces to linha-csv
           string "PERIODO;FILIAL;POSICAO;"         delimited by size
                  "PRODUTO;DESCRICAO;"              delimited by size
                  "QUANTIDADE;VALOR"                delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       1200-abre-csv-exit.
           exit.

      *-----------------------------------------------------------*
      * Linhas do resumo mensal (VENDRES) do periodo, a partir da  *
      * primeira chave dele; linhas so de ajuste, override ou      *
      * bonus ficam fora, como no historico.                       *
      *-----------------------------------------------------------*
       2000-acumula-resumo.
           read arq-resumo next record
               at end
                   set prk-fim-resumo to true
               not at end
                   if vrs-periodo not = prk-periodo-escolhido
                      set prk-fim-resumo to true
                      go to 2000-acumula-resumo-exit
                   end-if
                   if vrs-lanc-vendas = zeros
                      and vrs-lanc-devolucoes = zeros
                      go to 2000-acumula-resumo-exit
                   end-if
                   if vrs-produto > zeros
                      perform 2010-acumula-produto
                         thru 2010-acumula-produto-exit
                   else
                      add vrs-lanc-vendas vrs-lanc-devolucoes
                          to prk-qtde-sem-produto
                   end-if
           end-read.
       2000-acumula-resumo-exit.
           exit.

       2010-acumula-produto.
              end-if
              add 1 to prk-qtde-entradas
              move prk-qtde-entradas to prk-posicao
              move vrs-filial to prk-en-filial(prk-posicao)
              move vrs-produto to prk-en-produto(prk-posicao)
              move zeros to prk-en-qtde(prk-posicao)
              move zeros to prk-en-valor(prk-posicao)
           end-if
           add vrs-qtde-vendida to prk-en-qtde(prk-posicao)
           subtract vrs-qtde-devolvida from prk-en-qtde(prk-posicao)
           add vrs-valor-vendas to prk-en-valor(prk-posicao)
           subtract vrs-valor-devolucoes
               from prk-en-valor(prk-posicao).
       2010-acumula-produto-exit.
           exit.

       2020-compara-entrada.
           if prk-en-filial(prk-indice) = vrs-filial
              and prk-en-produto(prk-indice) = vrs-produto
              move "S" to prk-achou
              move prk-indice to prk-posicao
           end-if.
              thru 2510-libera-entrada-exit
               varying prk-indice from 1 by 1
               until prk-indice > prk-qtde-entradas
           close arq-resumo.
       2500-libera-acumulado-exit.
           exit.

                   move srk-valor to lpr-valor
                   write linha-relatorio from linha-produto-rank
                       after advancing 1 line
                   if prk-com-csv
                      perform 3020-grava-csv thru 3020-grava-csv-exit
                   end-if
           end-return.
       3010-processa-entrada-exit.
           exit.

       3020-grava-csv.
           move lpr-descricao to prk-csv-texto
           inspect prk-csv-texto replacing all ";" by ","
           move srk-valor to prk-csv-valor
           move spaces to linha-csv
           string prk-periodo-escolhido           delimited by size
                  ";"                             delimited by size
                  srk-filial                      delimited by size
                  ";"                             delimited by size
                  prk-posicao-rank                delimited by size
                  ";"                             delimited by size
                  srk-produto                     delimited by size
                  ";"                             delimited by size
                  function trim(prk-csv-texto)    delimited by size
                  ";"                             delimited by size
                  srk-quantidade                  delimited by size
                  ";"                             delimited by size
                  function trim(prk-csv-valor)    delimited by size
                  into linha-csv
           end-string
           write linha-csv.
       3020-grava-csv-exit.
           exit.
