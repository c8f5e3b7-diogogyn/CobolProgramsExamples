      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. orcmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Orcamentos de venda (ORCAMENTO.DAT):     *
      *                    emissao com cliente, vendedor, filial,   *
      *                    condicao de pagamento e ate 20 itens     *
      *                    (produto, quantidade, preco combinado),  *
      *                    com validade e via impressa para o       *
      *                    cliente; registro do aceite e da perda   *
      *                    (com motivo), consulta e reimpressao.    *
      *                    O aceito vira venda pelo ORCCONV, sem    *
      *                    nova digitacao.                          *
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
           select orcamento-arq assign to "ORCAMENTO"
               organization is indexed
               access mode is dynamic
               record key is orc-chave
               file status is orm-status-orcamento.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is orm-status-vendedor.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is orm-status-cliente.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is orm-status-produto.

           select preco-tabela assign to "PRECOS"
               organization is indexed
               access mode is dynamic
               record key is prc-chave
               file status is orm-status-preco.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is orm-status-filial.

           select orcamento-impressao
               assign to dynamic orm-nome-impressao
               organization is line sequential
               file status is orm-status-impressao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  orcamento-arq.
           copy ORCREC.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  produto-mestre.
           copy PRODREC.

       fd  preco-tabela.
           copy PRECOREC.

       fd  filial-mestre.
           copy FILREC.

       fd  orcamento-impressao.
       01  linha-orcamento           pic x(80).

       working-storage section.

      *    Cabecalho do orcamento em trabalho (digitado ou relido
      *    para a reimpressao).
       copy ORCREC replacing leading ==ORC== by ==ORW==.

       77  orm-status-orcamento pic x(02) value spaces.
           88  orm-orcamento-ok        value "00".
       77  orm-status-vendedor  pic x(02) value spaces.
           88  orm-vendedor-ok         value "00".
       77  orm-status-cliente   pic x(02) value spaces.
           88  orm-cliente-ok          value "00".
       77  orm-status-produto   pic x(02) value spaces.
       77  orm-produto-aberto   pic x(01) value "N".
           88  orm-tem-produto         value "S".
       77  orm-status-preco     pic x(02) value spaces.
       77  orm-preco-aberto     pic x(01) value "N".
           88  orm-tem-precos          value "S".
       77  orm-status-filial    pic x(02) value spaces.
       77  orm-filial-aberto    pic x(01) value "N".
           88  orm-tem-filial          value "S".
       77  orm-status-impressao pic x(02) value spaces.
       77  orm-impressao-aberta pic x(01) value "N".
           88  orm-impressao-em-uso    value "S".

       77  orm-data-real        pic 9(08) value zeros.
       77  orm-data-negocio     pic 9(08) value zeros.
       77  orm-dias-data        pic 9(07) value zeros.
       77  orm-dias-validade    pic 9(02) value zeros.
       77  orm-validade-padrao  pic 9(02) value 15.

       77  orm-opcao            pic x(01) value spaces.
           88  orm-opcao-sair          value "0".
       77  orm-confirma         pic x(01) value spaces.
           88  orm-confirmado          value "S" "s".
       77  orm-numero-trabalho  pic 9(09) value zeros.
       77  orm-condicao-digitada pic x(01) value spaces.
           88  orm-condicao-ok         value "V" "P" "N" " ".
           88  orm-condicao-parcelada  value "N".
       77  orm-motivo-perda     pic x(30) value spaces.
       77  orm-situacao-descricao pic x(12) value spaces.
       77  orm-total-edit       pic zzz.zzz.zz9,99.
       77  orm-linha-tela       pic 9(02) value zeros.
       77  orm-tela-pos         pic 9(04) value zeros.
       77  entra                pic x(01) value spaces.

       77  orm-sq-funcao        pic x(01) value spaces.
       77  orm-sq-nome          pic x(08) value "ORCAMENT".
       77  orm-sq-numero        pic 9(09) value zeros.
       77  orm-sq-status        pic x(01) value spaces.

       77  orm-rpt-base         pic x(08) value "ORCAMENT".
       77  orm-nome-impressao   pic x(30) value spaces.
       77  orm-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Itens do orcamento em trabalho: preco sugerido e o vigente *
      * na tabela de precos na data de negocio (ou o do mestre);   *
      * o vendedor pode combinar outro com o cliente.              *
      *-----------------------------------------------------------*
       01  orm-tabela-itens.
           05  orm-it                occurs 20 times.
               10  orm-it-produto    pic 9(05).
               10  orm-it-quantidade pic 9(05).
               10  orm-it-preco      pic 9(07)v99.
               10  orm-it-valor      pic 9(07)v99.
       77  orm-qtde-itens       pic 9(02) value zeros.
       77  orm-max-itens        pic 9(02) value 20.
       77  orm-it-ix            pic 9(02) value zeros.
       77  orm-fim-itens        pic x(01) value "N".
           88  orm-itens-encerrados    value "S".
       77  orm-produto-digitado pic 9(05) value zeros.
       77  orm-qtde-digitada    pic 9(05) value zeros.
       77  orm-preco-vigente    pic 9(07)v99 value zeros.
       77  orm-preco-digitado   pic 9(07)v99 value zeros.
       77  orm-valor-item       pic 9(07)v99 value zeros.
       77  orm-valor-total      pic 9(09)v99 value zeros.

       01  lor-traco                 pic x(78) value all "-".
       01  lor-titulo.
           05  filler                pic x(30) value
                  "ORCAMENTO DE VENDA".
           05  filler                pic x(08) value "NUMERO: ".
           05  lot-numero            pic 9(09).
           05  filler                pic x(11) value "  EMISSAO: ".
           05  lot-emissao           pic 9(08).
       01  lor-nome.
           05  lon-rotulo            pic x(14).
           05  lon-codigo            pic 9(05).
           05  filler                pic x(03) value " - ".
           05  lon-nome              pic x(30).
       01  lor-endereco.
           05  filler                pic x(14) value spaces.
           05  loe-logradouro        pic x(30).
           05  filler                pic x(01) value space.
           05  loe-cidade            pic x(20).
           05  filler                pic x(01) value space.
           05  loe-uf                pic x(02).
           05  filler                pic x(01) value space.
           05  loe-cep               pic 9(08).
       01  lor-cab-item.
           05  filler                pic x(08) value "PRODUTO".
           05  filler                pic x(32) value "DESCRICAO".
           05  filler                pic x(09) value "QTDE".
           05  filler                pic x(14) value "PRECO UNIT.".
           05  filler                pic x(12) value "VALOR".
       01  lor-item.
           05  loi-produto           pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  loi-descricao         pic x(30).
           05  filler                pic x(02) value spaces.
           05  loi-qtde              pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  loi-preco             pic z.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  loi-valor             pic zzz.zzz.zz9,99.
       01  lor-valor.
           05  lov-descricao         pic x(40).
           05  filler                pic x(21) value spaces.
           05  lov-valor             pic zz.zzz.zzz.zz9,99.
       01  lor-condicao.
           05  filler                pic x(24) value
                  "CONDICAO DE PAGAMENTO: ".
           05  loc-condicao          pic x(30).
       01  lor-validade.
           05  filler                pic x(36) value
                  "ORCAMENTO VALIDO ATE (AAAAMMDD):   ".
           05  lvl-validade          pic 9(08).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-menu-orcamentos
              thru 2000-menu-orcamentos-exit
               until orm-opcao-sair
           perform 9000-fechar-arquivos thru 9000-fechar-arquivos-exit
           stop run.

       1000-abrir-arquivos.
           call "BUSDATE" using orm-data-real orm-data-negocio
           end-call
           open i-o orcamento-arq
           if orm-status-orcamento = "35"
              open output orcamento-arq
              close orcamento-arq
              open i-o orcamento-arq
           end-if
           if not orm-orcamento-ok
              display "ORCMANUT: erro ao abrir ORCAMENTO - status "
                       orm-status-orcamento at 1410
              move 16 to return-code
              stop run
           end-if
           open input vendedor-mestre
           if not orm-vendedor-ok
              display "ORCMANUT: mestre VENDEDOR indisponivel - "
                      "status " orm-status-vendedor at 1410
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if not orm-cliente-ok
              display "ORCMANUT: mestre CLIENTE indisponivel - "
                      "status " orm-status-cliente at 1410
              move 16 to return-code
              stop run
           end-if
           open input produto-mestre
           if orm-status-produto = "00"
              set orm-tem-produto to true
           end-if
           open input preco-tabela
           if orm-status-preco = "00"
              set orm-tem-precos to true
           end-if
           open input filial-mestre
           if orm-status-filial = "00"
              set orm-tem-filial to true
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       2000-menu-orcamentos.
           display erase
           display "ORCAMENTOS DE VENDA"                at 0310
           display "1 - Emitir orcamento"               at 0510
           display "2 - Registrar aceite do cliente"    at 0610
           display "3 - Registrar perda"                at 0710
           display "4 - Consultar orcamento"            at 0810
           display "5 - Reimprimir orcamento"           at 0910
           display "0 - Sair"                           at 1010
           display "Opcao: "                            at 1210
           accept orm-opcao at 1218
           evaluate orm-opcao
               when "1"
                   perform 2100-emitir-orcamento
                      thru 2100-emitir-orcamento-exit
               when "2"
                   perform 2300-registrar-aceite
                      thru 2300-registrar-aceite-exit
               when "3"
                   perform 2400-registrar-perda
                      thru 2400-registrar-perda-exit
               when "4"
                   perform 2500-consultar-orcamento
                      thru 2500-consultar-orcamento-exit
               when "5"
                   perform 2600-reimprimir-orcamento
                      thru 2600-reimprimir-orcamento-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1310
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-orcamentos-exit.
           exit.

      *-----------------------------------------------------------*
      * Emissao: cabecalho, itens e confirmacao; o numero so e     *
      * tirado da sequencia ORCAMENT na gravacao, e a via do       *
      * cliente sai em seguida.                                    *
      *-----------------------------------------------------------*
       2100-emitir-orcamento.
           display erase
           display "EMISSAO DE ORCAMENTO" at 0310
           move spaces to orw-registro
           initialize orm-tabela-itens
           move zeros to orm-qtde-itens orm-valor-total
           move "N" to orm-fim-itens
           perform 2110-aceita-vendedor
              thru 2110-aceita-vendedor-exit
           perform 2120-aceita-cliente
              thru 2120-aceita-cliente-exit
           perform 2130-aceita-condicoes
              thru 2130-aceita-condicoes-exit
           perform 2150-aceita-item thru 2150-aceita-item-exit
               until orm-itens-encerrados
                  or orm-qtde-itens = orm-max-itens
           if orm-qtde-itens = zeros
              display "Orcamento sem itens - descartado." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-emitir-orcamento-exit
           end-if
           move orm-valor-total to orm-total-edit
           display "Itens: " orm-qtde-itens "  Total: " orm-total-edit
               at 1810
           display "Confirma o orcamento [s/n]? " at 1910
           accept orm-confirma at 1939
           if not orm-confirmado
              display "Orcamento descartado." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-emitir-orcamento-exit
           end-if
           perform 2180-grava-orcamento
              thru 2180-grava-orcamento-exit
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-emitir-orcamento-exit.
           exit.

       2110-aceita-vendedor.
           display "Vendedor: " at 0510
           accept orw-vendedor at 0521
           if orw-vendedor = zeros
              display "Informe o vendedor." at 1610
              go to 2110-aceita-vendedor
           end-if
           move orw-vendedor to vdr-codigo
           read vendedor-mestre
               invalid key
                   display "Vendedor inexistente no mestre." at 1610
                   go to 2110-aceita-vendedor
           end-read
           if vdr-desligado
              display "Vendedor desligado.                " at 1610
              go to 2110-aceita-vendedor
           end-if
           display vdr-nome at 0530
           display "                                   " at 1610.
       2110-aceita-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * O orcamento e sempre para cliente identificado - e a ele   *
      * que a via impressa se dirige e a venda gerada pertence.    *
      *-----------------------------------------------------------*
       2120-aceita-cliente.
           display "Cliente: " at 0610
           accept orw-cliente at 0620
           if orw-cliente = zeros
              display "Informe o cliente.                 " at 1610
              go to 2120-aceita-cliente
           end-if
           move orw-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   display "Cliente inexistente no mestre.     "
                           at 1610
                   go to 2120-aceita-cliente
           end-read
           if cli-bloqueado
              display "Cliente bloqueado.                 " at 1610
              go to 2120-aceita-cliente
           end-if
           display cli-nome at 0630
           display "                                   " at 1610.
       2120-aceita-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Filial, validade (dias a partir da data de negocio) e      *
      * condicao de pagamento, como na digitacao de vendas.        *
      *-----------------------------------------------------------*
       2130-aceita-condicoes.
           display "Filial: " at 0710
           accept orw-filial at 0718
           display "Validade em dias (zeros = 15): " at 0730
           accept orm-dias-validade at 0762
           if orm-dias-validade = zeros
              move orm-validade-padrao to orm-dias-validade
           end-if
           move function integer-of-date(orm-data-negocio)
                to orm-dias-data
           add orm-dias-validade to orm-dias-data
           move function date-of-integer(orm-dias-data)
                to orw-data-validade
           display "Valido ate: " orw-data-validade at 0766.
       2135-aceita-pagamento.
           display "Pagamento [V=a vista P=30 dias N=parcelado]: "
               at 0810
           accept orm-condicao-digitada at 0856
           if not orm-condicao-ok
              display "Condicao invalida - use V, P ou N." at 1610
              go to 2135-aceita-pagamento
           end-if
           move zeros to orw-qtde-parcelas
           if orm-condicao-parcelada
              display "Parcelas (2 a 12): " at 0910
              accept orw-qtde-parcelas at 0930
              if orw-qtde-parcelas < 2
                 or orw-qtde-parcelas > 12
                 display "Numero de parcelas invalido." at 1610
                 go to 2135-aceita-pagamento
              end-if
           end-if
           if orm-condicao-digitada = space
              move "V" to orw-condicao-pagto
           else
              move orm-condicao-digitada to orw-condicao-pagto
           end-if
           display "                                   " at 1610.
       2130-aceita-condicoes-exit.
           exit.

      *-----------------------------------------------------------*
      * Um item por tela: produto ativo, quantidade e preco        *
      * combinado (zeros = o vigente).  Produto zero encerra.      *
      *-----------------------------------------------------------*
       2150-aceita-item.
           display "                                        "
                   "                    " at 1110
           display "                                        "
                   "                    " at 1210
           display "                                        "
                   "                    " at 1310
           compute orm-it-ix = orm-qtde-itens + 1
           display "Item " orm-it-ix " - produto (zeros = fim): "
               at 1110
           accept orm-produto-digitado at 1145
           if orm-produto-digitado = zeros
              set orm-itens-encerrados to true
              go to 2150-aceita-item-exit
           end-if
           if not orm-tem-produto
              display "Mestre de produtos indisponivel.   " at 1610
              set orm-itens-encerrados to true
              go to 2150-aceita-item-exit
           end-if
           move orm-produto-digitado to prd-codigo
           read produto-mestre
               invalid key
                   display "Produto inexistente no mestre.     "
                           at 1610
                   go to 2150-aceita-item
           end-read
           if prd-inativo
              display "Produto inativo.                   " at 1610
              go to 2150-aceita-item
           end-if
           perform 2160-busca-preco-vigente
              thru 2160-busca-preco-vigente-exit
           display prd-descricao " " orm-preco-vigente at 1210
           display "Quantidade: " at 1310
           accept orm-qtde-digitada at 1323
           if orm-qtde-digitada = zeros
              display "Quantidade nao pode ser zero.      " at 1610
              go to 2150-aceita-item
           end-if
           display "Preco (zeros = vigente): " at 1330
           accept orm-preco-digitado at 1356
           if orm-preco-digitado = zeros
              move orm-preco-vigente to orm-preco-digitado
           end-if
           compute orm-valor-item =
                   orm-preco-digitado * orm-qtde-digitada
               on size error
                   display "Valor estoura o campo - reduza.    "
                           at 1610
                   go to 2150-aceita-item
           end-compute
           move orm-it-ix to orm-qtde-itens
           move orm-produto-digitado to orm-it-produto(orm-it-ix)
           move orm-qtde-digitada to orm-it-quantidade(orm-it-ix)
           move orm-preco-digitado to orm-it-preco(orm-it-ix)
           move orm-valor-item to orm-it-valor(orm-it-ix)
           add orm-valor-item to orm-valor-total
           move orm-valor-total to orm-total-edit
           display "Itens: " orm-qtde-itens "  Total: " orm-total-edit
               at 1810
           display "                                   " at 1610.
       2150-aceita-item-exit.
           exit.

      *-----------------------------------------------------------*
      * Preco vigente do produto: maior vigencia de PRECOS.DAT que *
      * nao ultrapassa a data de negocio; sem preco na tabela vale *
      * o do mestre.                                               *
      *-----------------------------------------------------------*
       2160-busca-preco-vigente.
           move prd-preco-unit to orm-preco-vigente
           if not orm-tem-precos
              go to 2160-busca-preco-vigente-exit
           end-if
           move orm-produto-digitado to prc-produto
           move zeros to prc-data-vigencia
           start preco-tabela key not less than prc-chave
               invalid key
                   go to 2160-busca-preco-vigente-exit
           end-start
           move "00" to orm-status-preco
           perform 2170-avalia-preco
              thru 2170-avalia-preco-exit
               until orm-status-preco not = "00".
       2160-busca-preco-vigente-exit.
           exit.

       2170-avalia-preco.
           read preco-tabela next record
               at end
                   move "10" to orm-status-preco
                   go to 2170-avalia-preco-exit
           end-read
           if prc-produto not = orm-produto-digitado
              or prc-data-vigencia > orm-data-negocio
              move "10" to orm-status-preco
              go to 2170-avalia-preco-exit
           end-if
           move prc-preco-unit to orm-preco-vigente.
       2170-avalia-preco-exit.
           exit.

      *-----------------------------------------------------------*
      * Grava cabecalho (item 00) e itens com o numero tirado da   *
      * sequencia e imprime a via do cliente.                      *
      *-----------------------------------------------------------*
       2180-grava-orcamento.
           move "P" to orm-sq-funcao
           move zeros to orm-sq-numero
           call "SEQNUM" using orm-sq-funcao orm-sq-nome
                                orm-sq-numero orm-sq-status
           end-call
           if orm-sq-status not = "0"
              display "Sequencia ORCAMENT indisponivel - orcamento "
                      "nao gravado." at 1610
              go to 2180-grava-orcamento-exit
           end-if
           move orm-sq-numero to orw-numero
           move zeros to orw-item
           move orm-data-negocio to orw-data-emissao
                                    orw-data-situacao
           move "A" to orw-situacao
           move orm-qtde-itens to orw-qtde-itens
           move orm-valor-total to orw-valor-total
           move spaces to orw-motivo-perda
           move orw-registro to orc-registro
           write orc-registro
               invalid key
                   display "Erro ao gravar orcamento - status "
                            orm-status-orcamento at 1610
                   go to 2180-grava-orcamento-exit
           end-write
           perform 2190-grava-item thru 2190-grava-item-exit
               varying orm-it-ix from 1 by 1
               until orm-it-ix > orm-qtde-itens
           perform 2700-imprime-orcamento
              thru 2700-imprime-orcamento-exit
           display "Orcamento " orw-numero " gravado e impresso."
               at 1610.
       2180-grava-orcamento-exit.
           exit.

       2190-grava-item.
           move spaces to orc-registro
           move orw-numero to orc-numero
           move orm-it-ix to orc-item
           move orm-it-produto(orm-it-ix) to orc-produto
           move orm-it-quantidade(orm-it-ix) to orc-quantidade
           move orm-it-preco(orm-it-ix) to orc-preco-unit
           move orm-it-valor(orm-it-ix) to orc-valor-item
           write orc-registro
               invalid key
                   display "Erro ao gravar item - status "
                            orm-status-orcamento at 1710
           end-write.
       2190-grava-item-exit.
           exit.

      *-----------------------------------------------------------*
      * Le o cabecalho do orcamento digitado e os seus itens na    *
      * area de trabalho; orcamento aberto ja vencido e marcado    *
      * expirado na hora.                                          *
      *-----------------------------------------------------------*
       2200-le-orcamento.
           display "Numero do orcamento: " at 0510
           accept orm-numero-trabalho at 0532
           move orm-numero-trabalho to orc-numero
           move zeros to orc-item
           read orcamento-arq
               invalid key
                   move "23" to orm-status-orcamento
                   display "Orcamento inexistente." at 1610
                   go to 2200-le-orcamento-exit
           end-read
           if orc-aberto
              and orc-data-validade < orm-data-negocio
              move "E" to orc-situacao
              move orm-data-negocio to orc-data-situacao
              rewrite orc-registro
                  invalid key
                      continue
              end-rewrite
           end-if
           move orc-registro to orw-registro
           initialize orm-tabela-itens
           move orw-qtde-itens to orm-qtde-itens
           perform 2210-le-item thru 2210-le-item-exit
               varying orm-it-ix from 1 by 1
               until orm-it-ix > orm-qtde-itens
           move "00" to orm-status-orcamento
           perform 2250-mostra-orcamento
              thru 2250-mostra-orcamento-exit.
       2200-le-orcamento-exit.
           exit.

       2210-le-item.
           move orw-numero to orc-numero
           move orm-it-ix to orc-item
           read orcamento-arq
               invalid key
                   move zeros to orm-it-produto(orm-it-ix)
                                 orm-it-quantidade(orm-it-ix)
                                 orm-it-preco(orm-it-ix)
                                 orm-it-valor(orm-it-ix)
               not invalid key
                   move orc-produto to orm-it-produto(orm-it-ix)
                   move orc-quantidade
                     to orm-it-quantidade(orm-it-ix)
                   move orc-preco-unit to orm-it-preco(orm-it-ix)
                   move orc-valor-item to orm-it-valor(orm-it-ix)
           end-read.
       2210-le-item-exit.
           exit.

       2250-mostra-orcamento.
           evaluate true
               when orw-aberto
                   move "ABERTO" to orm-situacao-descricao
               when orw-aceito
                   move "ACEITO" to orm-situacao-descricao
               when orw-convertido
                   move "CONVERTIDO" to orm-situacao-descricao
               when orw-expirado
                   move "EXPIRADO" to orm-situacao-descricao
               when orw-perdido
                   move "PERDIDO" to orm-situacao-descricao
               when other
                   move orw-situacao to orm-situacao-descricao
           end-evaluate
           move orw-valor-total to orm-total-edit
           display "Cliente : " orw-cliente
                   "  Vendedor: " orw-vendedor
                   "  Filial: " orw-filial at 0710
           display "Emissao : " orw-data-emissao
                   "  Validade: " orw-data-validade at 0810
           display "Situacao: " orm-situacao-descricao
                   " em " orw-data-situacao at 0910
           display "Itens   : " orw-qtde-itens
                   "  Total: " orm-total-edit at 1010
           if orw-perdido
              display "Motivo  : " orw-motivo-perda at 1110
           end-if.
       2250-mostra-orcamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Aceite: so orcamento aberto e dentro da validade; o        *
      * ORCCONV gera a venda na proxima corrida.                   *
      *-----------------------------------------------------------*
       2300-registrar-aceite.
           display erase
           display "ACEITE DE ORCAMENTO" at 0310
           perform 2200-le-orcamento thru 2200-le-orcamento-exit
           if not orm-orcamento-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-registrar-aceite-exit
           end-if
           if not orw-aberto
              display "So orcamento aberto pode ser aceito." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-registrar-aceite-exit
           end-if
           display "Confirma o aceite do cliente [s/n]? " at 1310
           accept orm-confirma at 1347
           if not orm-confirmado
              display "Aceite desistido." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-registrar-aceite-exit
           end-if
           move "C" to orw-situacao
           move orm-data-negocio to orw-data-situacao
           perform 2800-regrava-cabecalho
              thru 2800-regrava-cabecalho-exit
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-registrar-aceite-exit.
           exit.

      *-----------------------------------------------------------*
      * Perda: orcamento aberto ou aceito (ainda nao convertido),  *
      * com motivo obrigatorio.                                    *
      *-----------------------------------------------------------*
       2400-registrar-perda.
           display erase
           display "PERDA DE ORCAMENTO" at 0310
           perform 2200-le-orcamento thru 2200-le-orcamento-exit
           if not orm-orcamento-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2400-registrar-perda-exit
           end-if
           if not orw-aberto and not orw-aceito
              display "Orcamento ja encerrado." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2400-registrar-perda-exit
           end-if
           perform 2410-aceita-motivo thru 2410-aceita-motivo-exit
           display "Confirma a perda [s/n]? " at 1410
           accept orm-confirma at 1435
           if not orm-confirmado
              display "Registro desistido." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2400-registrar-perda-exit
           end-if
           move "P" to orw-situacao
           move orm-data-negocio to orw-data-situacao
           move orm-motivo-perda to orw-motivo-perda
           perform 2800-regrava-cabecalho
              thru 2800-regrava-cabecalho-exit
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-registrar-perda-exit.
           exit.

       2410-aceita-motivo.
           display "Motivo da perda: " at 1310
           accept orm-motivo-perda at 1328
           if orm-motivo-perda = spaces
              display "Motivo obrigatorio." at 1610
              go to 2410-aceita-motivo
           end-if
           display "                   " at 1610.
       2410-aceita-motivo-exit.
           exit.

       2500-consultar-orcamento.
           display erase
           display "CONSULTA DE ORCAMENTO" at 0310
           perform 2200-le-orcamento thru 2200-le-orcamento-exit
           if orm-orcamento-ok
              move 12 to orm-linha-tela
              perform 2510-mostra-item thru 2510-mostra-item-exit
                  varying orm-it-ix from 1 by 1
                  until orm-it-ix > orm-qtde-itens
                     or orm-linha-tela > 19
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2500-consultar-orcamento-exit.
           exit.

       2510-mostra-item.
           add 1 to orm-linha-tela
           compute orm-tela-pos = orm-linha-tela * 100 + 10
           display orm-it-ix " " orm-it-produto(orm-it-ix)
                   " " orm-it-quantidade(orm-it-ix)
                   " " orm-it-preco(orm-it-ix)
                   " " orm-it-valor(orm-it-ix)
               at orm-tela-pos.
       2510-mostra-item-exit.
           exit.

       2600-reimprimir-orcamento.
           display erase
           display "REIMPRESSAO DE ORCAMENTO" at 0310
           perform 2200-le-orcamento thru 2200-le-orcamento-exit
           if orm-orcamento-ok
              perform 2700-imprime-orcamento
                 thru 2700-imprime-orcamento-exit
              display "Orcamento impresso." at 1610
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2600-reimprimir-orcamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Via impressa para o cliente: uma pagina por orcamento com  *
      * a filial, o cliente, o vendedor, os itens, o total, a      *
      * condicao de pagamento e a validade.                        *
      *-----------------------------------------------------------*
       2700-imprime-orcamento.
           if not orm-impressao-em-uso
              call "RPTNAME" using orm-rpt-base orm-nome-impressao
                                    orm-rpt-status
              end-call
              if orm-rpt-status not = "0"
                 move "ORCAMENT.RPT" to orm-nome-impressao
              end-if
              open output orcamento-impressao
              set orm-impressao-em-uso to true
           end-if
           move orw-numero to lot-numero
           move orw-data-emissao to lot-emissao
           write linha-orcamento from lor-titulo
               after advancing page
           write linha-orcamento from lor-traco
               after advancing 1 line
           move "EMITENTE:" to lon-rotulo
           move orw-filial to lon-codigo
           move "FILIAL NAO CADASTRADA" to lon-nome
           move spaces to loe-logradouro loe-cidade loe-uf
           move zeros to loe-cep
           if orm-tem-filial
              move orw-filial to fil-codigo
              read filial-mestre
                  invalid key
                      continue
                  not invalid key
                      move fil-nome to lon-nome
                      move fil-logradouro to loe-logradouro
                      move fil-cidade to loe-cidade
                      move fil-uf to loe-uf
                      move fil-cep to loe-cep
              end-read
           end-if
           write linha-orcamento from lor-nome
               after advancing 1 line
           write linha-orcamento from lor-endereco
               after advancing 1 line
           move "CLIENTE:" to lon-rotulo
           move orw-cliente to lon-codigo
           move "CLIENTE NAO CADASTRADO" to lon-nome
           move spaces to loe-logradouro loe-cidade loe-uf
           move zeros to loe-cep
           move orw-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   continue
               not invalid key
                   move cli-nome to lon-nome
                   move cli-logradouro to loe-logradouro
                   move cli-cidade to loe-cidade
                   move cli-uf to loe-uf
                   move cli-cep to loe-cep
           end-read
           write linha-orcamento from lor-nome
               after advancing 2 lines
           write linha-orcamento from lor-endereco
               after advancing 1 line
           move "VENDEDOR:" to lon-rotulo
           move orw-vendedor to lon-codigo
           move "VENDEDOR NAO CADASTRADO" to lon-nome
           move orw-vendedor to vdr-codigo
           read vendedor-mestre
               invalid key
                   continue
               not invalid key
                   move vdr-nome to lon-nome
           end-read
           write linha-orcamento from lor-nome
               after advancing 2 lines
           write linha-orcamento from lor-cab-item
               after advancing 2 lines
           perform 2710-imprime-item thru 2710-imprime-item-exit
               varying orm-it-ix from 1 by 1
               until orm-it-ix > orm-qtde-itens
           move "TOTAL DO ORCAMENTO" to lov-descricao
           move orw-valor-total to lov-valor
           write linha-orcamento from lor-valor
               after advancing 2 lines
           evaluate orw-condicao-pagto
               when "P"
                   move "30 DIAS" to loc-condicao
               when "N"
                   move spaces to loc-condicao
                   string "PARCELADO EM " delimited by size
                          orw-qtde-parcelas delimited by size
                          " VEZES SEM JUROS" delimited by size
                          into loc-condicao
                   end-string
               when other
                   move "A VISTA" to loc-condicao
           end-evaluate
           write linha-orcamento from lor-condicao
               after advancing 2 lines
           move orw-data-validade to lvl-validade
           write linha-orcamento from lor-validade
               after advancing 1 line
           write linha-orcamento from lor-traco
               after advancing 1 line.
       2700-imprime-orcamento-exit.
           exit.

       2710-imprime-item.
           move orm-it-produto(orm-it-ix) to loi-produto
           move "PRODUTO NAO CADASTRADO" to loi-descricao
           if orm-tem-produto
              move orm-it-produto(orm-it-ix) to prd-codigo
              read produto-mestre
                  invalid key
                      continue
                  not invalid key
                      move prd-descricao to loi-descricao
              end-read
           end-if
           move orm-it-quantidade(orm-it-ix) to loi-qtde
           move orm-it-preco(orm-it-ix) to loi-preco
           move orm-it-valor(orm-it-ix) to loi-valor
           write linha-orcamento from lor-item
               after advancing 1 line.
       2710-imprime-item-exit.
           exit.

       2800-regrava-cabecalho.
           move orw-registro to orc-registro
           rewrite orc-registro
               invalid key
                   display "Erro ao regravar orcamento - status "
                            orm-status-orcamento at 1610
               not invalid key
                   display "Orcamento atualizado." at 1610
           end-rewrite.
       2800-regrava-cabecalho-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2110
           accept entra at 2140.
       2900-espera-operador-exit.
           exit.

       9000-fechar-arquivos.
           close orcamento-arq vendedor-mestre cliente-mestre
           if orm-tem-produto
              close produto-mestre
           end-if
           if orm-tem-precos
              close preco-tabela
           end-if
           if orm-tem-filial
              close filial-mestre
           end-if
           if orm-impressao-em-uso
              close orcamento-impressao
              display "Orcamentos impressos em " orm-nome-impressao
                  at 2310
           end-if.
       9000-fechar-arquivos-exit.
           exit.
