      *                    exatamente o resumo que o DIAFECHA       *
      *                    confere - e e ela que aproveita as       *
      *                    fatias do dia.                           *
      * 15/10/2026 EQP     Comissao retida no recebimento deixa de  *
      *                    entrar na comissao do dia (entra quando  *
      *                    liberada, nos acumuladores do vendedor). *
      * 15/10/2026 EQP     Passos da noite pulados por arquivo de   *
      *                    entrada nao recebido (situacao "N" no    *
      *                    JOBSTAT) listados no resumo com o        *
      *                    arquivo declarado no JOBPLAN.            *
      * 15/10/2026 EQP     Balanceamento entre passos do dia        *
      *                    (BALLOG.DAT, do BALPASSO) resumido:      *
      *                    regras conferidas, balanceadas e com     *
      *                    quebra, com a lista das quebras.         *
      * 15/10/2026 EQP     Linhas derivadas do historico (bonus de  *
      *                    concurso "B" e override de supervisao    *
      *                    "O") ficam fora das transacoes, do valor *
      *                    e da comissao do dia e sao contadas em   *
      *                    linha propria.                           *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is rsd-status-tlog.

           select situacao-jobs assign to "JOBSTAT"
               organization is indexed
               access mode is dynamic
               record key is jst-sequencia
               file status is rsd-status-jobstat.

           select plano-jobs assign to "JOBPLAN"
               organization is line sequential
               file status is rsd-status-plano.

           select diario-balanco assign to "BALLOG.DAT"
               organization is line sequential
               file status is rsd-status-balanco.

           select resumo-relatorio assign to "RESUMODIA.RPT"
               organization is line sequential
               file status is rsd-status-relat.
       fd  arq-timelog.
           copy TLOGREC.

       fd  situacao-jobs.
       01  jst-registro.
           05  jst-sequencia         pic 9(03).
           05  jst-situacao          pic x(01).
               88  jst-pendente            value "P".
               88  jst-ok                  value "O".
               88  jst-erro                value "E".
               88  jst-nao-recebido        value "N".
           05  jst-data-execucao     pic 9(08).
           05  jst-hora-execucao     pic 9(06).
           05  jst-retorno           pic 9(04).
           05  jst-stream            pic 9(03).

       fd  plano-jobs.
       01  jpl-registro.
           05  jpl-sequencia         pic 9(03).
           05  jpl-frequencia        pic x(01).
           05  jpl-dia-semana        pic 9(01).
           05  jpl-prazo             pic 9(04).
           05  jpl-politica          pic x(01).
           05  jpl-predecessores.
               10  jpl-pred          occurs 3 times pic 9(03).
           05  jpl-comando           pic x(60).
           05  jpl-arquivos-entrada.
               10  jpl-arquivo       occurs 2 times.
                   15  jpl-arq-nome      pic x(30).
                   15  jpl-arq-limite    pic 9(04).
                   15  jpl-arq-minimo    pic 9(07).

       fd  diario-balanco.
           copy BALLOG.

       fd  resumo-relatorio.
       01  linha-relatorio           pic x(80).

       77  rsd-status-tlog      pic x(02) value spaces.
           88  rsd-fim-tlog            value "10".
       77  rsd-status-relat     pic x(02) value spaces.
       77  rsd-status-jobstat   pic x(02) value spaces.
       77  rsd-status-plano     pic x(02) value spaces.
           88  rsd-fim-plano           value "10".
       77  rsd-status-balanco   pic x(02) value spaces.
           88  rsd-fim-balanco         value "10".

      *-----------------------------------------------------------*
      * Nomes efetivos das fontes: a fatia diaria quando existe,   *
       77  rsd-vendas-qtde      pic 9(07) value zeros.
       77  rsd-vendas-valor     pic s9(011)v99 value zeros.
       77  rsd-comissao-valor   pic s9(09)v99 value zeros.
       77  rsd-derivadas-qtde   pic 9(07) value zeros.
       77  rsd-pesquisa-qtde    pic 9(07) value zeros.
       77  rsd-valores-qtde     pic 9(07) value zeros.
       77  rsd-valores-total    pic 9(011)v99 value zeros.
       77  rsd-jobs-qtde        pic 9(05) value zeros.
       77  rsd-sem-entrada-qtde pic 9(05) value zeros.
       77  rsd-achou-plano      pic x(01) value "N".
       77  rsd-bal-regras       pic 9(05) value zeros.
       77  rsd-bal-balanceadas  pic 9(05) value zeros.
       77  rsd-bal-quebras      pic 9(05) value zeros.

       01  cab-resumo-dia.
           05  filler                pic x(30) value
           05  ljd-qtde              pic zzzzzzzz9.
           05  filler                pic x(06) value "  SEG ".
           05  ljd-segundos          pic zzzzzzzz9.
       01  linha-sem-entrada.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(06) value "PASSO ".
           05  lse-sequencia         pic 9(03).
           05  filler                pic x(02) value spaces.
           05  lse-comando           pic x(20).
           05  filler                pic x(02) value spaces.
           05  lse-arquivo           pic x(30).
       01  linha-quebra-balanco.
           05  filler                pic x(05) value spaces.
           05  lqb-ponto             pic x(08).
           05  filler                pic x(01) value spaces.
           05  lqb-regra             pic x(04).
           05  filler                pic x(01) value spaces.
           05  lqb-fonte-a           pic x(08).
           05  filler                pic x(03) value " X ".
           05  lqb-fonte-b           pic x(08).
           05  filler                pic x(01) value spaces.
           05  lqb-situacao          pic x(30).

      *****************************************************************
      *  PROCEDURE DIVISION
           perform 4000-conta-pesquisa thru 4000-conta-pesquisa-exit
           perform 5000-conta-valores thru 5000-conta-valores-exit
           perform 6000-lista-jobs thru 6000-lista-jobs-exit
           perform 7000-lista-sem-entrada
              thru 7000-lista-sem-entrada-exit
           perform 8000-resume-balanceamento
              thru 8000-resume-balanceamento-exit
           close resumo-relatorio
           display "Resumo gerado em RESUMODIA.RPT" at 0810
           stop run.
           move "COMISSAO GERADA (LIQUIDA):" to lvd-descricao
           move rsd-comissao-valor to lvd-valor
           write linha-relatorio from linha-valor-dia
               after advancing 1 line
           move "LINHAS DE BONUS E OVERRIDE (FORA):" to lcd-descricao
           move rsd-derivadas-qtde to lcd-quantidade
           write linha-relatorio from linha-conta-dia
               after advancing 1 line.
       3000-conta-vendas-exit.
           exit.
                      or hst-registro(1:3) = "*D*"
                      go to 3010-conta-uma-venda-exit
                   end-if
                   if hst-data-aplicacao not = rsd-data-referencia
                      go to 3010-conta-uma-venda-exit
                   end-if
                   if hst-bonus or hst-override
                      add 1 to rsd-derivadas-qtde
                      go to 3010-conta-uma-venda-exit
                   end-if
                   add 1 to rsd-vendas-qtde
                   if hst-devolucao
                      subtract hst-valor from rsd-vendas-valor
                      subtract hst-comissao from rsd-comissao-valor
                   else
                      add hst-valor to rsd-vendas-valor
                      if not hst-com-retida
                         add hst-comissao to rsd-comissao-valor
                      end-if
                   end-if
           end-read.
       6010-lista-um-job-exit.
           exit.

      *-----------------------------------------------------------*
      * Passos da noite pulados por arquivo de entrada nao         *
      * recebido (situacao "N" no JOBSTAT na data de referencia),  *
      * com o arquivo declarado no plano - o dependente, sem       *
      * arquivo proprio, sai como tal.                             *
      *-----------------------------------------------------------*
       7000-lista-sem-entrada.
           open input situacao-jobs
           if rsd-status-jobstat not = "00"
              go to 7000-lista-sem-entrada-exit
           end-if
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "ARQUIVO NAO RECEBIDO - PASSOS PULADOS:"
                to linha-relatorio
           write linha-relatorio after advancing 1 line
           move low-values to jst-sequencia
           start situacao-jobs key not less than jst-sequencia
               invalid key
                   move "10" to rsd-status-jobstat
               not invalid key
                   move "00" to rsd-status-jobstat
           end-start
           perform 7010-lista-um-passo thru 7010-lista-um-passo-exit
               until rsd-status-jobstat not = "00"
           close situacao-jobs
           move "TOTAL SEM ARQUIVO DE ENTRADA:" to lcd-descricao
           move rsd-sem-entrada-qtde to lcd-quantidade
           write linha-relatorio from linha-conta-dia
               after advancing 1 line.
       7000-lista-sem-entrada-exit.
           exit.

       7010-lista-um-passo.
           read situacao-jobs next record
               at end
                   move "10" to rsd-status-jobstat
                   go to 7010-lista-um-passo-exit
           end-read
           if not jst-nao-recebido
              or jst-data-execucao not = rsd-data-referencia
              go to 7010-lista-um-passo-exit
           end-if
           move jst-sequencia to lse-sequencia
           move spaces to lse-comando
           move "DEPENDENTE DE PASSO SEM ARQUIVO" to lse-arquivo
           perform 7020-procura-no-plano
              thru 7020-procura-no-plano-exit
           write linha-relatorio from linha-sem-entrada
               after advancing 1 line
           add 1 to rsd-sem-entrada-qtde.
       7010-lista-um-passo-exit.
           exit.

       7020-procura-no-plano.
           open input plano-jobs
           if rsd-status-plano not = "00"
              go to 7020-procura-no-plano-exit
           end-if
           move "N" to rsd-achou-plano
           perform 7030-le-um-plano thru 7030-le-um-plano-exit
               until rsd-fim-plano
                  or rsd-achou-plano = "S"
           close plano-jobs.
       7020-procura-no-plano-exit.
           exit.

       7030-le-um-plano.
           read plano-jobs
               at end
                   set rsd-fim-plano to true
               not at end
                   if jpl-sequencia = jst-sequencia
                      move "S" to rsd-achou-plano
                      move jpl-comando to lse-comando
                      if jpl-arq-nome(1) not = spaces
                         move jpl-arq-nome(1) to lse-arquivo
                      end-if
                   end-if
           end-read.
       7030-le-um-plano-exit.
           exit.

      *-----------------------------------------------------------*
      * Balanceamento entre passos do dia (BALLOG.DAT, gravado     *
      * pelo BALPASSO): regras conferidas, balanceadas e com       *
      * quebra, com a lista das quebras e as medidas que nao       *
      * bateram (Q contagem, V valor, H hash).                     *
      *-----------------------------------------------------------*
       8000-resume-balanceamento.
           open input diario-balanco
           if rsd-status-balanco not = "00"
              go to 8000-resume-balanceamento-exit
           end-if
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "BALANCEAMENTO ENTRE PASSOS - QUEBRAS:"
                to linha-relatorio
           write linha-relatorio after advancing 1 line
           perform 8010-le-um-resultado
              thru 8010-le-um-resultado-exit
               until rsd-fim-balanco
           close diario-balanco
           move "BALANCEAMENTO - REGRAS CONFERIDAS:" to lcd-descricao
           move rsd-bal-regras to lcd-quantidade
           write linha-relatorio from linha-conta-dia
               after advancing 1 line
           move "REGRAS BALANCEADAS:" to lcd-descricao
           move rsd-bal-balanceadas to lcd-quantidade
           write linha-relatorio from linha-conta-dia
               after advancing 1 line
           move "REGRAS COM QUEBRA:" to lcd-descricao
           move rsd-bal-quebras to lcd-quantidade
           write linha-relatorio from linha-conta-dia
               after advancing 1 line.
       8000-resume-balanceamento-exit.
           exit.

       8010-le-um-resultado.
           read diario-balanco
               at end
                   set rsd-fim-balanco to true
                   go to 8010-le-um-resultado-exit
           end-read
           if blg-data not = rsd-data-referencia
              go to 8010-le-um-resultado-exit
           end-if
           add 1 to rsd-bal-regras
           if blg-balanceado
              add 1 to rsd-bal-balanceadas
              go to 8010-le-um-resultado-exit
           end-if
           add 1 to rsd-bal-quebras
           move blg-ponto to lqb-ponto
           move blg-regra to lqb-regra
           move blg-fonte-a to lqb-fonte-a
           move blg-fonte-b to lqb-fonte-b
           if blg-indisponivel
              move blg-motivo to lqb-situacao
           else
              move spaces to lqb-situacao
              string "QUEBRA - MEDIDAS " delimited by size
                     blg-medidas delimited by size
                     " SEV " delimited by size
                     blg-severidade delimited by size
                  into lqb-situacao
              end-string
           end-if
           write linha-relatorio from linha-quebra-balanco
               after advancing 1 line.
       8010-le-um-resultado-exit.
           exit.
