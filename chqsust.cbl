      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. chqsust.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Sustacao mensal de cheques prescritos:   *
      *                    susta (motivo PRE) os cheques do         *
      *                    CHEQREG.DAT ainda em aberto emitidos ha  *
      *                    mais dias que o prazo do CHQSUST.PRM,    *
      *                    deixa a sustacao para o aviso ao banco   *
      *                    na proxima remessa (CHQREMES) e devolve  *
      *                    o valor ao vendedor em CHQAPAGAR.DAT,    *
      *                    para reemissao pelo VENDCHEQ ou pela     *
      *                    folha.  O relatorio lista os cheques     *
      *                    sustados na corrida e a situacao de cada *
      *                    valor devolvido: reemitido em cheque, na *
      *                    folha, ou ainda pendente.                *
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
           select arq-parametros assign to "CHQSUST.PRM"
               organization is line sequential
               file status is csu-status-parm.

           select cheque-registro assign to "CHEQREG"
               organization is indexed
               access mode is dynamic
               record key is chr-numero
               file status is csu-status-registro.

           select cheque-a-pagar assign to "CHQAPAGAR"
               organization is indexed
               access mode is dynamic
               record key is cpg-cheque
               file status is csu-status-apagar.

           select sustacao-relatorio
               assign to dynamic csu-nome-relatorio
               organization is line sequential
               file status is csu-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  cheque-registro.
           copy CHQREG.

       fd  cheque-a-pagar.
           copy CHQAPAG.

       fd  sustacao-relatorio.
       01  linha-relatorio           pic x(120).

       working-storage section.

       77  csu-status-parm      pic x(02) value spaces.
       77  csu-status-registro  pic x(02) value spaces.
           88  csu-registro-ok         value "00".
       77  csu-status-apagar    pic x(02) value spaces.
       77  csu-status-relat     pic x(02) value spaces.

       77  csu-data-real        pic 9(08) value zeros.
       77  csu-data-negocio     pic 9(08) value zeros.
       77  csu-dias-referencia  pic 9(07) value zeros.
       77  csu-dias-data        pic 9(07) value zeros.
       77  csu-idade-dias       pic s9(05) value zeros.
       77  csu-prm-prazo        pic x(04) value spaces.
       77  csu-prazo-dias       pic 9(04) value 180.

       77  csu-rpt-base         pic x(08) value "CHQSUST ".
       77  csu-nome-relatorio   pic x(30) value spaces.
       77  csu-rpt-status       pic x(01) value spaces.

       77  csu-qtde-sustados    pic 9(05) value zeros.
       77  csu-total-sustado    pic 9(011)v99 value zeros.
       77  csu-qtde-cheque      pic 9(05) value zeros.
       77  csu-total-cheque     pic 9(011)v99 value zeros.
       77  csu-qtde-folha       pic 9(05) value zeros.
       77  csu-total-folha      pic 9(011)v99 value zeros.
       77  csu-qtde-pendentes   pic 9(05) value zeros.
       77  csu-total-pendente   pic 9(011)v99 value zeros.
       77  csu-edit-dias        pic zzz9.

       01  cab-sustacao.
           05  filler                pic x(49) value
                  "SUSTACAO DE CHEQUES PRESCRITOS - DATA DE NEGOCIO ".
           05  cs-data               pic 9(08).
           05  filler                pic x(09) value "  PRAZO ".
           05  cs-prazo              pic zzz9.
           05  filler                pic x(05) value " DIAS".
       01  cab-secao-sustacao.
           05  css-texto             pic x(60).
       01  cab-colunas-sustacao.
           05  filler                pic x(09) value "NUMERO".
           05  filler                pic x(06) value "VEND.".
           05  filler                pic x(32) value "FAVORECIDO".
           05  filler                pic x(16) value
                  "         VALOR  ".
           05  ccs-data              pic x(10).
           05  filler                pic x(08) value "SITUACAO".
       01  linha-sustacao.
           05  lsu-numero            pic 9(07).
           05  filler                pic x(02) value spaces.
           05  lsu-vendedor          pic zzzz9.
           05  filler                pic x(01) value space.
           05  lsu-nome              pic x(30).
           05  filler                pic x(02) value spaces.
           05  lsu-valor             pic zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lsu-data              pic 9(08).
           05  filler                pic x(02) value spaces.
           05  lsu-situacao          pic x(46).
       01  linha-conta-sustacao.
           05  lcs-descricao         pic x(36).
           05  lcs-quantidade        pic zzzzz9.
           05  filler                pic x(02) value spaces.
           05  lcs-valor             pic zz.zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using csu-data-real csu-data-negocio
           end-call
           move function integer-of-date(csu-data-negocio)
                to csu-dias-referencia
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-susta-prescritos
              thru 2000-susta-prescritos-exit
           perform 3000-relaciona-devolvidos
              thru 3000-relaciona-devolvidos-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close cheque-registro cheque-a-pagar sustacao-relatorio
           stop run.

      *-----------------------------------------------------------*
      * CHQSUST.PRM: prazo em dias desde a emissao para o cheque   *
      * em aberto ser sustado (sem parametro, 180 dias).           *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if csu-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";" or space
               into csu-prm-prazo
           end-unstring
           if csu-prm-prazo = spaces
              go to 1100-le-parametro-exit
           end-if
           compute csu-prazo-dias = function numval(csu-prm-prazo)
               on size error
                   move zeros to csu-prazo-dias
           end-compute
           if csu-prazo-dias = zeros
              display "CHQSUST: prazo invalido em CHQSUST.PRM - "
                      csu-prm-prazo
              move 16 to return-code
              stop run
           end-if.
       1100-le-parametro-exit.
           exit.

       1000-abrir-arquivos.
           open i-o cheque-registro
           if not csu-registro-ok
              display "CHQSUST: registro CHEQREG indisponivel - "
                      "status " csu-status-registro
              move 16 to return-code
              stop run
           end-if
           open i-o cheque-a-pagar
           if csu-status-apagar = "35"
              open output cheque-a-pagar
              close cheque-a-pagar
              open i-o cheque-a-pagar
           end-if
           if csu-status-apagar not = "00"
              display "CHQSUST: erro ao abrir CHQAPAGAR - status "
                      csu-status-apagar
              move 16 to return-code
              stop run
           end-if
           call "RPTNAME" using csu-rpt-base csu-nome-relatorio
                                 csu-rpt-status
           end-call
           if csu-rpt-status not = "0"
              move "CHQSUST.RPT" to csu-nome-relatorio
           end-if
           open output sustacao-relatorio
           move csu-data-negocio to cs-data
           move csu-prazo-dias to cs-prazo
           write linha-relatorio from cab-sustacao
           move "CHEQUES SUSTADOS NESTA CORRIDA" to css-texto
           write linha-relatorio from cab-secao-sustacao
               after advancing 2 lines
           move "EMISSAO" to ccs-data
           write linha-relatorio from cab-colunas-sustacao
               after advancing 2 lines.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Susta o cheque em aberto alem do prazo: motivo PRE, aviso  *
      * ao banco pendente para o CHQREMES, e o liquido do cheque   *
      * volta ao vendedor em CHQAPAGAR como pendente de reemissao. *
      *-----------------------------------------------------------*
       2000-susta-prescritos.
           move low-values to chr-numero
           start cheque-registro key not less than chr-numero
               invalid key
                   move "10" to csu-status-registro
               not invalid key
                   move "00" to csu-status-registro
           end-start
           perform 2010-avalia-um-cheque
              thru 2010-avalia-um-cheque-exit
               until csu-status-registro not = "00".
       2000-susta-prescritos-exit.
           exit.

       2010-avalia-um-cheque.
           read cheque-registro next record
               at end
                   move "10" to csu-status-registro
                   go to 2010-avalia-um-cheque-exit
           end-read
           if not chr-emitido
              go to 2010-avalia-um-cheque-exit
           end-if
           move function integer-of-date(chr-data-emissao)
                to csu-dias-data
           compute csu-idade-dias =
                   csu-dias-referencia - csu-dias-data
           if csu-idade-dias not > csu-prazo-dias
              go to 2010-avalia-um-cheque-exit
           end-if
           move "S" to chr-situacao
           move csu-data-negocio to chr-data-situacao
           move "PRE" to chr-motivo-sustacao
           move "N" to chr-aviso-sustacao
           rewrite chr-registro
               invalid key
                   display "CHQSUST: erro ao sustar cheque "
                           chr-numero
                   go to 2010-avalia-um-cheque-exit
           end-rewrite
           move chr-numero to cpg-cheque
           move chr-vendedor to cpg-vendedor
           move chr-nome to cpg-nome
           move chr-valor to cpg-valor
           move chr-data-emissao to cpg-data-emissao
           move csu-data-negocio to cpg-data-sustacao
           move "P" to cpg-situacao
           move zeros to cpg-cheque-novo cpg-periodo-folha
                         cpg-data-reemissao
           write cpg-registro
               invalid key
                   display "CHQSUST: cheque " chr-numero
                           " ja consta em CHQAPAGAR"
           end-write
           move chr-numero to lsu-numero
           move chr-vendedor to lsu-vendedor
           move chr-nome to lsu-nome
           move chr-valor to lsu-valor
           move chr-data-emissao to lsu-data
           move csu-idade-dias to csu-edit-dias
           move spaces to lsu-situacao
           string "SUSTADO COM " delimited by size
                  csu-edit-dias delimited by size
                  " DIAS DE EMISSAO" delimited by size
             into lsu-situacao
           end-string
           write linha-relatorio from linha-sustacao
               after advancing 1 line
           add 1 to csu-qtde-sustados
           add chr-valor to csu-total-sustado.
       2010-avalia-um-cheque-exit.
           exit.

      *-----------------------------------------------------------*
      * Todos os valores devolvidos aos vendedores e a situacao    *
      * de cada um: reemitido em cheque, na folha, ou pendente.    *
      *-----------------------------------------------------------*
       3000-relaciona-devolvidos.
           move "VALORES DOS CHEQUES SUSTADOS DEVOLVIDOS AOS VENDEDORES"
             to css-texto
           write linha-relatorio from cab-secao-sustacao
               after advancing 3 lines
           move "SUSTADO" to ccs-data
           write linha-relatorio from cab-colunas-sustacao
               after advancing 2 lines
           move low-values to cpg-cheque
           start cheque-a-pagar key not less than cpg-cheque
               invalid key
                   move "10" to csu-status-apagar
               not invalid key
                   move "00" to csu-status-apagar
           end-start
           perform 3010-relaciona-um thru 3010-relaciona-um-exit
               until csu-status-apagar not = "00".
       3000-relaciona-devolvidos-exit.
           exit.

       3010-relaciona-um.
           read cheque-a-pagar next record
               at end
                   move "10" to csu-status-apagar
                   go to 3010-relaciona-um-exit
           end-read
           move cpg-cheque to lsu-numero
           move cpg-vendedor to lsu-vendedor
           move cpg-nome to lsu-nome
           move cpg-valor to lsu-valor
           move cpg-data-sustacao to lsu-data
           move spaces to lsu-situacao
           evaluate true
               when cpg-reemitido-cheque
                   string "REEMITIDO NO CHEQUE " delimited by size
                          cpg-cheque-novo delimited by size
                          " EM " delimited by size
                          cpg-data-reemissao delimited by size
                     into lsu-situacao
                   end-string
                   add 1 to csu-qtde-cheque
                   add cpg-valor to csu-total-cheque
               when cpg-reemitido-folha
                   string "REEMITIDO NA FOLHA DO PERIODO "
                              delimited by size
                          cpg-periodo-folha delimited by size
                     into lsu-situacao
                   end-string
                   add 1 to csu-qtde-folha
                   add cpg-valor to csu-total-folha
               when other
                   move function integer-of-date(cpg-data-sustacao)
                        to csu-dias-data
                   compute csu-idade-dias =
                           csu-dias-referencia - csu-dias-data
                   move csu-idade-dias to csu-edit-dias
                   string "PENDENTE - NAO RECLAMADO HA "
                              delimited by size
                          csu-edit-dias delimited by size
                          " DIAS" delimited by size
                     into lsu-situacao
                   end-string
                   add 1 to csu-qtde-pendentes
                   add cpg-valor to csu-total-pendente
           end-evaluate
           write linha-relatorio from linha-sustacao
               after advancing 1 line.
       3010-relaciona-um-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "SUSTADOS NESTA CORRIDA:" to lcs-descricao
           move csu-qtde-sustados to lcs-quantidade
           move csu-total-sustado to lcs-valor
           write linha-relatorio from linha-conta-sustacao
               after advancing 1 line
           move "DEVOLVIDOS REEMITIDOS EM CHEQUE:" to lcs-descricao
           move csu-qtde-cheque to lcs-quantidade
           move csu-total-cheque to lcs-valor
           write linha-relatorio from linha-conta-sustacao
               after advancing 1 line
           move "DEVOLVIDOS REEMITIDOS NA FOLHA:" to lcs-descricao
           move csu-qtde-folha to lcs-quantidade
           move csu-total-folha to lcs-valor
           write linha-relatorio from linha-conta-sustacao
               after advancing 1 line
           move "DEVOLVIDOS PENDENTES DE REEMISSAO:" to lcs-descricao
           move csu-qtde-pendentes to lcs-quantidade
           move csu-total-pendente to lcs-valor
           write linha-relatorio from linha-conta-sustacao
               after advancing 1 line
           display "CHQSUST: " csu-qtde-sustados
                   " cheques sustados por prescricao, "
                   csu-qtde-pendentes " valores pendentes de "
                   "reemissao - relatorio " csu-nome-relatorio.
       4000-imprime-totais-exit.
           exit.
