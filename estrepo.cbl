      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. estrepo.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Relatorio de reposicao de estoque: lista *
      *                    por filial os produtos com saldo abaixo  *
      *                    do estoque minimo da filial (e os de     *
      *                    saldo negativo, vendidos sem estoque     *
      *                    lancado), com a quantidade que falta     *
      *                    para chegar ao minimo.                   *
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
           select estoque-arq assign to "ESTOQUE"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is erp-status-estoque.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is erp-status-produto.

           select reposicao-relatorio
               assign to dynamic erp-nome-relatorio
               organization is line sequential
               file status is erp-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  estoque-arq.
           copy ESTQREC.

       fd  produto-mestre.
           copy PRODREC.

       fd  reposicao-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  erp-status-estoque   pic x(02) value spaces.
           88  erp-estoque-ok          value "00".
       77  erp-status-produto   pic x(02) value spaces.
       77  erp-status-relat     pic x(02) value spaces.

       77  erp-data-real        pic 9(08) value zeros.
       77  erp-data-negocio     pic 9(08) value zeros.

       77  erp-rpt-base         pic x(08) value "ESTREPO ".
       77  erp-nome-relatorio   pic x(30) value spaces.
       77  erp-rpt-status       pic x(01) value spaces.

       77  erp-tem-produto      pic x(01) value "N".
           88  erp-com-produto         value "S".
       77  erp-primeiro-reg     pic x value "S".
           88  erp-primeira-vez        value "S".
       77  erp-filial-anterior  pic 9(03) value zeros.
       77  erp-falta            pic s9(08) value zeros.
       77  erp-qtde-filial      pic 9(05) value zeros.
       77  erp-qtde-total       pic 9(05) value zeros.

       01  cabecalho-reposicao.
           05  filler                pic x(41) value
                  "REPOSICAO DE ESTOQUE - ABAIXO DO MINIMO".
           05  filler                pic x(06) value "DATA: ".
           05  cr-data               pic 9(08).
       01  cabecalho-filial-rep.
           05  filler                pic x(08) value "FILIAL: ".
           05  cfr-filial            pic 9(03).
       01  cabecalho-colunas-rep.
           05  filler                pic x(09) value "PRODUTO".
           05  filler                pic x(31) value "DESCRICAO".
           05  filler                pic x(12) value "      SALDO".
           05  filler                pic x(12) value "     MINIMO".
           05  filler                pic x(12) value "      FALTA".
           05  filler                pic x(12) value "  ULT.ENTR.".
       01  linha-detalhe-rep.
           05  ldr-produto           pic zzzz9.
           05  filler                pic x(04) value spaces.
           05  ldr-descricao         pic x(30).
           05  filler                pic x(01) value space.
           05  ldr-saldo             pic -.---.--9.
           05  filler                pic x(03) value spaces.
           05  ldr-minimo            pic z.zzz.zz9.
           05  filler                pic x(03) value spaces.
           05  ldr-falta             pic zz.zzz.zz9.
           05  filler                pic x(03) value spaces.
           05  ldr-ult-entrada       pic 9(08).
       01  linha-total-rep.
           05  ltr-descricao         pic x(30).
           05  ltr-quantidade        pic zzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using erp-data-real erp-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           move low-values to est-chave
           start estoque-arq key not less than est-chave
               invalid key
                   move "10" to erp-status-estoque
               not invalid key
                   move "00" to erp-status-estoque
           end-start
           perform 2000-avalia-estoque thru 2000-avalia-estoque-exit
               until erp-status-estoque not = "00"
           if not erp-primeira-vez
              perform 2100-fecha-filial thru 2100-fecha-filial-exit
           end-if
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "TOTAL DE PRODUTOS A REPOR:" to ltr-descricao
           move erp-qtde-total to ltr-quantidade
           write linha-relatorio from linha-total-rep
               after advancing 1 line
           close estoque-arq reposicao-relatorio
           if erp-com-produto
              close produto-mestre
           end-if
           display "ESTREPO: " erp-qtde-total
                   " produtos a repor - relatorio "
                   erp-nome-relatorio
           stop run.

       1000-abrir-arquivos.
           open input estoque-arq
           if not erp-estoque-ok
              display "ESTREPO: erro ao abrir ESTOQUE - status "
                      erp-status-estoque
              move 16 to return-code
              stop run
           end-if
           open input produto-mestre
           if erp-status-produto = "00"
              move "S" to erp-tem-produto
           end-if
           call "RPTNAME" using erp-rpt-base erp-nome-relatorio
                                 erp-rpt-status
           end-call
           if erp-rpt-status not = "0"
              move "ESTREPO.RPT" to erp-nome-relatorio
           end-if
           open output reposicao-relatorio
           move erp-data-negocio to cr-data
           write linha-relatorio from cabecalho-reposicao.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Produto a repor: minimo definido e saldo abaixo dele, ou   *
      * saldo negativo.  Quebra por filial (a chave do estoque ja  *
      * vem na ordem filial + produto).                            *
      *-----------------------------------------------------------*
       2000-avalia-estoque.
           read estoque-arq next record
               at end
                   move "10" to erp-status-estoque
                   go to 2000-avalia-estoque-exit
           end-read
           if est-qtde-saldo not < zeros
              and (est-qtde-minima = zeros
                   or est-qtde-saldo not < est-qtde-minima)
              go to 2000-avalia-estoque-exit
           end-if
           if erp-primeira-vez
              or est-filial not = erp-filial-anterior
              if not erp-primeira-vez
                 perform 2100-fecha-filial
                    thru 2100-fecha-filial-exit
              end-if
              move "N" to erp-primeiro-reg
              move est-filial to erp-filial-anterior
              move est-filial to cfr-filial
              write linha-relatorio from cabecalho-filial-rep
                  after advancing 2 lines
              write linha-relatorio from cabecalho-colunas-rep
                  after advancing 1 line
           end-if
           move spaces to prd-descricao
           if erp-com-produto
              move est-produto to prd-codigo
              read produto-mestre
                  invalid key
                      move "*** PRODUTO FORA DO MESTRE ***"
                        to prd-descricao
              end-read
           end-if
           compute erp-falta = est-qtde-minima - est-qtde-saldo
           move est-produto to ldr-produto
           move prd-descricao to ldr-descricao
           move est-qtde-saldo to ldr-saldo
           move est-qtde-minima to ldr-minimo
           move erp-falta to ldr-falta
           move est-data-ult-entrada to ldr-ult-entrada
           write linha-relatorio from linha-detalhe-rep
               after advancing 1 line
           add 1 to erp-qtde-filial erp-qtde-total.
       2000-avalia-estoque-exit.
           exit.

       2100-fecha-filial.
           move "PRODUTOS A REPOR NA FILIAL:" to ltr-descricao
           move erp-qtde-filial to ltr-quantidade
           write linha-relatorio from linha-total-rep
               after advancing 1 line
           move zeros to erp-qtde-filial.
       2100-fecha-filial-exit.
           exit.
