      *                    chave alternada nova.  Os programas de   *
      *                    producao recusam mestre antigo com       *
      *                    status 39 em vez de recria-lo vazio.     *
      * 15/10/2026 EQP     Conversao da carteira CONTASREC para o   *
      *                    layout com parcela, vencimento e         *
      *                    encargos de atraso: cada titulo antigo   *
      *                    vira a parcela 01 de 01 de venda,        *
      *                    vencendo na data da venda e sem encargo  *
      *                    cobrado, gravada em CONTASNV.            *
      * 15/10/2026 EQP     Conversao do mestre PRODUTO para o       *
      *                    layout com classe fiscal do ICMS: cada   *
      *                    produto antigo entra com classe 00 no    *
      *                    mestre novo PRODNV.                      *
      * 15/10/2026 EQP     Conversao do mestre PRODUTO com classe   *
      *                    fiscal para o layout com categoria do    *
      *                    produto (opcao 5): cada produto entra    *
      *                    sem categoria no mestre novo PRODNV.     *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is ovd-codigo
               file status is mcv-status-mestre.

           select carteira-antiga assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is ocr-chave
               file status is mcv-status-mestre.

           select carteira-nova assign to "CONTASNV"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is mcv-status-saida.

           select produto-antigo assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is opr-codigo
               file status is mcv-status-mestre.

           select produto-classe assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is ocp-codigo
               file status is mcv-status-mestre.

           select produto-novo assign to "PRODNV"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is mcv-status-saida.

           select descarga-saida assign to dynamic mcv-nome-saida
               organization is line sequential
               file status is mcv-status-saida.
           05  ovd-vendas-acum       pic 9(009)v99.
           05  ovd-comissao-acum     pic 9(007)v99.

      *    Carteira de contas a receber anterior ao parcelamento:
      *    chave sem parcela e sem vencimento.
       fd  carteira-antiga.
       01  ocr-registro.
           05  ocr-chave.
               10  ocr-periodo       pic 9(006).
               10  ocr-lote          pic 9(005).
               10  ocr-sequencial    pic 9(007).
           05  ocr-cliente           pic 9(005).
           05  ocr-filial            pic 9(003).
           05  ocr-vendedor          pic 9(005).
           05  ocr-data-venda        pic 9(008).
           05  ocr-valor-original    pic 9(007)v99.
           05  ocr-valor-pago        pic 9(007)v99.
           05  ocr-situacao          pic x(001).
           05  ocr-data-liquidacao   pic 9(008).

       fd  carteira-nova.
           copy CRECREC.

      *    Mestre de produtos anterior a classe fiscal do ICMS.
       fd  produto-antigo.
       01  opr-registro.
           05  opr-codigo            pic 9(005).
           05  opr-descricao         pic x(030).
           05  opr-preco-unit        pic 9(007)v99.
           05  opr-situacao          pic x(001).

      *    Mestre de produtos com classe fiscal, anterior a
      *    categoria do produto.
       fd  produto-classe.
       01  ocp-registro.
           05  ocp-codigo            pic 9(005).
           05  ocp-descricao         pic x(030).
           05  ocp-preco-unit        pic 9(007)v99.
           05  ocp-situacao          pic x(001).
           05  ocp-classe-fiscal     pic x(002).

       fd  produto-novo.
           copy PRODREC.

       fd  descarga-saida.
       01  dsc-registro              pic x(200).

       inicio.
           display erase
           display "CONVERSAO DE MESTRE DO LAYOUT ANTIGO" at 0310
           display "1 - CLIENTE   2 - VENDEDOR   3 - CONTASREC"
               at 0510
           display "4 - PRODUTO   5 - PRODUTO (com classe fiscal)"
               at 0610
           display "Mestre: " at 0710
           accept mcv-opcao at 0719
           evaluate mcv-opcao
               when "2"
                   perform 3000-converte-vendedores
                      thru 3000-converte-vendedores-exit
               when "3"
                   perform 4000-converte-carteira
                      thru 4000-converte-carteira-exit
               when "4"
                   perform 5000-converte-produtos
                      thru 5000-converte-produtos-exit
               when "5"
                   perform 6000-converte-categorias
                      thru 6000-converte-categorias-exit
               when other
                   display "Opcao invalida." at 0910
                   move 16 to return-code
           end-read.
       3010-converte-um-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * Carteira de contas a receber: cada titulo antigo vira a    *
      * parcela 01 de 01, vencendo na data da venda (como o aging  *
      * o tratava), titulo de venda sem encargo cobrado, gravado   *
      * direto na carteira nova CONTASNV, que substitui CONTASREC  *
      * depois de conferida a contagem.                            *
      *-----------------------------------------------------------*
       4000-converte-carteira.
           open input carteira-antiga
           if not mcv-mestre-ok
              display "Erro ao abrir CONTASREC (layout antigo) - "
                      "status " mcv-status-mestre at 0910
              move 16 to return-code
              stop run
           end-if
           open output carteira-nova
           if mcv-status-saida not = "00"
              display "Erro ao criar CONTASNV - status "
                      mcv-status-saida at 0910
              move 16 to return-code
              stop run
           end-if
           move low-values to ocr-chave
           start carteira-antiga key not less than ocr-chave
               invalid key
                   move "10" to mcv-status-mestre
               not invalid key
                   move "00" to mcv-status-mestre
           end-start
           perform 4010-converte-um-titulo
              thru 4010-converte-um-titulo-exit
               until mcv-status-mestre not = "00"
           close carteira-antiga carteira-nova
           display "Titulos convertidos: " mcv-qtde at 0910
           display "Substitua CONTASREC por CONTASNV." at 1010.
       4000-converte-carteira-exit.
           exit.

       4010-converte-um-titulo.
           read carteira-antiga next record
               at end
                   move "10" to mcv-status-mestre
               not at end
                   move ocr-periodo to cr-periodo
                   move ocr-lote to cr-lote
                   move ocr-sequencial to cr-sequencial
                   move 1 to cr-parcela
                   move ocr-cliente to cr-cliente
                   move ocr-filial to cr-filial
                   move ocr-vendedor to cr-vendedor
                   move ocr-data-venda to cr-data-venda
                   move ocr-valor-original to cr-valor-original
                   move ocr-valor-pago to cr-valor-pago
                   move ocr-situacao to cr-situacao
                   move ocr-data-liquidacao to cr-data-liquidacao
                   move ocr-data-venda to cr-data-vencimento
                   move 1 to cr-qtde-parcelas
                   move "V" to cr-tipo-titulo
                   move zeros to cr-titulo-origem cr-data-ult-encargo
                   move "N" to cr-multa-cobrada
                   move zeros to cr-data-remessa
                   move zeros to cr-nivel-cobranca
                   write cr-registro
                   add 1 to mcv-qtde
           end-read.
       4010-converte-um-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Mestre de produtos: cada produto antigo ganha a classe     *
      * fiscal 00 (tributacao normal), gravado direto no mestre    *
      * novo PRODNV, que substitui PRODUTO depois de conferida a   *
      * contagem.  A classe de cada produto e acertada depois pelo *
      * PRDMANUT.                                                  *
      *-----------------------------------------------------------*
       5000-converte-produtos.
           open input produto-antigo
           if not mcv-mestre-ok
              display "Erro ao abrir PRODUTO (layout antigo) - "
                      "status " mcv-status-mestre at 0910
              move 16 to return-code
              stop run
           end-if
           open output produto-novo
           if mcv-status-saida not = "00"
              display "Erro ao criar PRODNV - status "
                      mcv-status-saida at 0910
              move 16 to return-code
              stop run
           end-if
           move low-values to opr-codigo
           start produto-antigo key not less than opr-codigo
               invalid key
                   move "10" to mcv-status-mestre
               not invalid key
                   move "00" to mcv-status-mestre
           end-start
           perform 5010-converte-um-produto
              thru 5010-converte-um-produto-exit
               until mcv-status-mestre not = "00"
           close produto-antigo produto-novo
           display "Produtos convertidos: " mcv-qtde at 0910
           display "Substitua PRODUTO por PRODNV." at 1010.
       5000-converte-produtos-exit.
           exit.

       5010-converte-um-produto.
           read produto-antigo next record
               at end
                   move "10" to mcv-status-mestre
               not at end
                   move opr-codigo to prd-codigo
                   move opr-descricao to prd-descricao
                   move opr-preco-unit to prd-preco-unit
                   move opr-situacao to prd-situacao
                   move "00" to prd-classe-fiscal
                   move zeros to prd-categoria-produto
                   write prd-registro
                   add 1 to mcv-qtde
           end-read.
       5010-converte-um-produto-exit.
           exit.

      *-----------------------------------------------------------*
      * Mestre de produtos ja com classe fiscal: cada produto      *
      * entra sem categoria (zeros) no mestre novo PRODNV, que     *
      * substitui PRODUTO depois de conferida a contagem.  A       *
      * categoria de cada produto e acertada depois pelo PRDMANUT. *
      *-----------------------------------------------------------*
       6000-converte-categorias.
           open input produto-classe
           if not mcv-mestre-ok
              display "Erro ao abrir PRODUTO (layout com classe) - "
                      "status " mcv-status-mestre at 0910
              move 16 to return-code
              stop run
           end-if
           open output produto-novo
           if mcv-status-saida not = "00"
              display "Erro ao criar PRODNV - status "
                      mcv-status-saida at 0910
              move 16 to return-code
              stop run
           end-if
           move low-values to ocp-codigo
           start produto-classe key not less than ocp-codigo
               invalid key
                   move "10" to mcv-status-mestre
               not invalid key
                   move "00" to mcv-status-mestre
           end-start
           perform 6010-converte-um-produto
              thru 6010-converte-um-produto-exit
               until mcv-status-mestre not = "00"
           close produto-classe produto-novo
           display "Produtos convertidos: " mcv-qtde at 0910
           display "Substitua PRODUTO por PRODNV." at 1010.
       6000-converte-categorias-exit.
           exit.

       6010-converte-um-produto.
           read produto-classe next record
               at end
                   move "10" to mcv-status-mestre
               not at end
                   move ocp-codigo to prd-codigo
                   move ocp-descricao to prd-descricao
                   move ocp-preco-unit to prd-preco-unit
                   move ocp-situacao to prd-situacao
                   move ocp-classe-fiscal to prd-classe-fiscal
                   move zeros to prd-categoria-produto
                   write prd-registro
                   add 1 to mcv-qtde
           end-read.
       6010-converte-um-produto-exit.
           exit.
