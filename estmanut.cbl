      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. estmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao de estoque por produto e      *
      *                    filial (ESTOQUE.DAT): entrada de         *
      *                    mercadoria com a nota do fornecedor,     *
      *                    estoque minimo da filial, consulta de    *
      *                    saldo e ajuste de inventario pela        *
      *                    contagem fisica (restrito a gerencia,    *
      *                    nivel 3).  Todo movimento vai para o     *
      *                    razao MOVESTQ.DAT com o saldo que ficou. *
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
           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is etm-status-produto.

           select estoque-arq assign to "ESTOQUE"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is etm-status-estoque.

           select movimento-estoque assign to "MOVESTQ.DAT"
               organization is line sequential
               file status is etm-status-movest.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is etm-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  produto-mestre.
           copy PRODREC.

       fd  estoque-arq.
           copy ESTQREC.

       fd  movimento-estoque.
           copy MOVESTQ.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       77  etm-status-produto   pic x(02) value spaces.
           88  etm-produto-ok          value "00".
       77  etm-status-estoque   pic x(02) value spaces.
           88  etm-estoque-ok          value "00".
       77  etm-status-movest    pic x(02) value spaces.
       77  etm-status-sessao    pic x(02) value spaces.
       77  etm-operador-sessao  pic x(08) value "ESTMANUT".
       77  etm-nivel-sessao     pic 9(01) value zeros.

       77  etm-data-real        pic 9(08) value zeros.
       77  etm-data-negocio     pic 9(08) value zeros.

       77  etm-opcao            pic x(01) value spaces.
           88  etm-opcao-sair          value "0".
       77  etm-produto-trabalho pic 9(05) value zeros.
       77  etm-filial-trabalho  pic 9(03) value zeros.
       77  etm-quantidade       pic 9(07) value zeros.
       77  etm-qtde-contada     pic 9(07) value zeros.
       77  etm-diferenca        pic s9(07) value zeros.
       77  etm-documento        pic x(20) value spaces.
       77  etm-novo-registro    pic x(01) value "N".
           88  etm-registro-novo       value "S".
       77  etm-confirma         pic x(01) value spaces.
           88  etm-confirmado          value "S" "s".
       77  etm-saldo-editado    pic -.---.--9.
       77  entra                pic x(01) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1020-le-sessao thru 1020-le-sessao-exit
           call "BUSDATE" using etm-data-real etm-data-negocio
           end-call
           perform 2000-menu-estoque thru 2000-menu-estoque-exit
               until etm-opcao-sair
           close produto-mestre estoque-arq movimento-estoque
           stop run.

       1000-abrir-arquivos.
           open input produto-mestre
           if not etm-produto-ok
              display "ESTMANUT: erro ao abrir PRODUTO - status "
                       etm-status-produto at 1410
              move 16 to return-code
              stop run
           end-if
           open i-o estoque-arq
           if etm-status-estoque = "35"
              open output estoque-arq
              close estoque-arq
              open i-o estoque-arq
           end-if
           if not etm-estoque-ok
              display "ESTMANUT: erro ao abrir ESTOQUE - status "
                       etm-status-estoque at 1410
              move 16 to return-code
              stop run
           end-if
           open extend movimento-estoque
           if etm-status-movest = "35"
              open output movimento-estoque
              close movimento-estoque
              open extend movimento-estoque
           end-if
           if etm-status-movest not = "00"
              display "ESTMANUT: erro ao abrir MOVESTQ - status "
                       etm-status-movest at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       1020-le-sessao.
           open input sessao-corrente
           if etm-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to etm-operador-sessao
                      move ses-nivel to etm-nivel-sessao
              end-read
              close sessao-corrente
           end-if.
       1020-le-sessao-exit.
           exit.

       2000-menu-estoque.
           display erase
           display "MANUTENCAO DE ESTOQUE"              at 0310
           display "1 - Entrada de mercadoria"          at 0510
           display "2 - Estoque minimo da filial"       at 0610
           display "3 - Consultar saldo"                at 0710
           display "4 - Ajuste de inventario"           at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1110
           accept etm-opcao at 1118
           evaluate etm-opcao
               when "1"
                   perform 2100-entrada-mercadoria
                      thru 2100-entrada-mercadoria-exit
               when "2"
                   perform 2200-estoque-minimo
                      thru 2200-estoque-minimo-exit
               when "3"
                   perform 2300-consultar-saldo
                      thru 2300-consultar-saldo-exit
               when "4"
                   perform 2400-ajuste-inventario
                      thru 2400-ajuste-inventario-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-estoque-exit.
           exit.

      *-----------------------------------------------------------*
      * Entrada de mercadoria: soma a quantidade recebida no saldo *
      * da filial, com a nota do fornecedor como documento.        *
      *-----------------------------------------------------------*
       2100-entrada-mercadoria.
           display erase
           display "ENTRADA DE MERCADORIA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           if etm-produto-trabalho = zeros
              go to 2100-entrada-mercadoria-exit
           end-if
           display "Quantidade recebida: " at 0810
           accept etm-quantidade at 0832
           if etm-quantidade = zeros
              display "Quantidade nao pode ser zero." at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-entrada-mercadoria-exit
           end-if
           display "Nota do fornecedor : " at 0910
           accept etm-documento at 0932
           if etm-documento = spaces
              display "Nota obrigatoria." at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-entrada-mercadoria-exit
           end-if
           add etm-quantidade to est-qtde-saldo
               on size error
                   display "Saldo estouraria o campo - recusado."
                       at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-entrada-mercadoria-exit
           end-add
           move etm-data-negocio to est-data-ult-entrada
                                    est-data-ult-movimento
           perform 2060-grava-estoque thru 2060-grava-estoque-exit
           if not etm-estoque-ok
              go to 2100-entrada-mercadoria-exit
           end-if
           move "E" to mve-tipo
           move etm-quantidade to mve-quantidade
           perform 2070-grava-movimento
              thru 2070-grava-movimento-exit
           move est-qtde-saldo to etm-saldo-editado
           display "Entrada registrada - saldo " etm-saldo-editado
               at 1210
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-entrada-mercadoria-exit.
           exit.

      *-----------------------------------------------------------*
      * Produto e filial do movimento: produto tem de existir no   *
      * mestre; registro de estoque ainda inexistente e criado     *
      * zerado na gravacao.  Produto zerado na volta = desistiu.   *
      *-----------------------------------------------------------*
       2050-aceita-chave.
           display "Codigo do produto : " at 0510
           accept etm-produto-trabalho at 0531
           if etm-produto-trabalho = zeros
              go to 2050-aceita-chave-exit
           end-if
           move etm-produto-trabalho to prd-codigo
           read produto-mestre
               invalid key
                   display "Produto inexistente." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   move zeros to etm-produto-trabalho
                   go to 2050-aceita-chave-exit
           end-read
           display prd-descricao at 0540
           display "Filial (000=matriz): " at 0610
           accept etm-filial-trabalho at 0632
           move etm-filial-trabalho to est-filial
           move etm-produto-trabalho to est-produto
           move "N" to etm-novo-registro
           read estoque-arq
               invalid key
                   move "S" to etm-novo-registro
                   move zeros to est-qtde-saldo est-qtde-minima
                                 est-data-ult-movimento
                                 est-data-ult-entrada
           end-read
           move est-qtde-saldo to etm-saldo-editado
           display "Saldo atual: " etm-saldo-editado
                   "  minimo: " est-qtde-minima at 0710.
       2050-aceita-chave-exit.
           exit.

       2060-grava-estoque.
           if etm-registro-novo
              write est-registro
                  invalid key
                      display "Erro ao gravar estoque - status "
                               etm-status-estoque at 1210
              end-write
           else
              rewrite est-registro
                  invalid key
                      display "Erro ao regravar estoque - status "
                               etm-status-estoque at 1210
              end-rewrite
           end-if
           move "N" to etm-novo-registro.
       2060-grava-estoque-exit.
           exit.

       2070-grava-movimento.
           move est-filial to mve-filial
           move est-produto to mve-produto
           move etm-data-negocio to mve-data
           move est-qtde-saldo to mve-saldo-apos
           move etm-documento to mve-documento
           move etm-operador-sessao to mve-operador
           write mve-registro.
       2070-grava-movimento-exit.
           exit.

       2200-estoque-minimo.
           display erase
           display "ESTOQUE MINIMO DA FILIAL" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           if etm-produto-trabalho = zeros
              go to 2200-estoque-minimo-exit
           end-if
           display "Novo minimo (zeros = sem reposicao): " at 0810
           accept est-qtde-minima at 0848
           perform 2060-grava-estoque thru 2060-grava-estoque-exit
           if etm-estoque-ok
              display "Minimo gravado." at 1210
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-estoque-minimo-exit.
           exit.

       2300-consultar-saldo.
           display erase
           display "CONSULTA DE SALDO" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           if etm-produto-trabalho = zeros
              go to 2300-consultar-saldo-exit
           end-if
           if etm-registro-novo
              display "Sem estoque registrado nesta filial." at 0910
           else
              display "Ultimo movimento: " est-data-ult-movimento
                  at 0910
              display "Ultima entrada  : " est-data-ult-entrada
                  at 1010
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-saldo-exit.
           exit.

      *-----------------------------------------------------------*
      * Ajuste de inventario: a quantidade contada substitui o     *
      * saldo e a diferenca vai para o razao com o motivo - e por  *
      * ela que uma diferenca de contagem e rastreada.  Restrito   *
      * a gerencia (nivel 3).                                      *
      *-----------------------------------------------------------*
       2400-ajuste-inventario.
           display erase
           display "AJUSTE DE INVENTARIO" at 0310
           if etm-nivel-sessao < 3
              display "Funcao restrita a gerencia (nivel 3)." at 0510
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2400-ajuste-inventario-exit
           end-if
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           if etm-produto-trabalho = zeros
              go to 2400-ajuste-inventario-exit
           end-if
           display "Quantidade contada : " at 0810
           accept etm-qtde-contada at 0832
           compute etm-diferenca = etm-qtde-contada - est-qtde-saldo
           if etm-diferenca = zeros
              display "Contagem confere com o saldo." at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2400-ajuste-inventario-exit
           end-if
           display "Motivo do ajuste   : " at 0910
           accept etm-documento at 0932
           if etm-documento = spaces
              display "Motivo obrigatorio." at 1210
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2400-ajuste-inventario-exit
           end-if
           move etm-diferenca to etm-saldo-editado
           display "Diferenca " etm-saldo-editado
                   " - confirma [s/n]? " at 1010
           accept etm-confirma at 1045
           if not etm-confirmado
              go to 2400-ajuste-inventario-exit
           end-if
           move etm-qtde-contada to est-qtde-saldo
           move etm-data-negocio to est-data-ult-movimento
           perform 2060-grava-estoque thru 2060-grava-estoque-exit
           if not etm-estoque-ok
              go to 2400-ajuste-inventario-exit
           end-if
           move "A" to mve-tipo
           move etm-diferenca to mve-quantidade
           perform 2070-grava-movimento
              thru 2070-grava-movimento-exit
           display "Ajuste registrado." at 1210
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-ajuste-inventario-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
