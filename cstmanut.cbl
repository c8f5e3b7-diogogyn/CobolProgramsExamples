      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. cstmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao da tabela de custos com       *
      *                    vigencia (CUSTOS.DAT): inclusao de custo *
      *                    a partir de uma data, alteracao e        *
      *                    exclusao de custo ainda nao vigente e    *
      *                    consulta do historico do produto.  Cada  *
      *                    manutencao vai para CSTAUDIT.DAT com o   *
      *                    operador da sessao e o custo antes e     *
      *                    depois.  Exige sessao de nivel 2 ou 3.   *
      * 15/10/2026 EQP     Alem do CSTAUDIT.DAT, cada inclusao,     *
      *                    alteracao e exclusao vai para a trilha   *
      *                    comum das tabelas de referencia          *
      *                    (REFAUD/REFAUDIT.DAT) com a imagem do    *
      *                    registro antes e depois.                 *
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
           select custo-tabela assign to "CUSTOS"
               organization is indexed
               access mode is dynamic
               record key is cst-chave
               file status is csm-status-custo.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is csm-status-produto.

           select custo-auditoria assign to "CSTAUDIT.DAT"
               organization is line sequential
               file status is csm-status-auditoria.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is csm-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  custo-tabela.
           copy CUSTOREC.

       fd  produto-mestre.
           copy PRODREC.

       fd  custo-auditoria.
           copy CSTAUDRC.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       copy DATASIS.

       77  csm-status-custo     pic x(02) value spaces.
           88  csm-custo-ok            value "00".
       77  csm-status-produto   pic x(02) value spaces.
           88  csm-produto-ok          value "00".
       77  csm-status-auditoria pic x(02) value spaces.
       77  csm-status-sessao    pic x(02) value spaces.
       77  csm-operador-sessao  pic x(08) value spaces.
       77  csm-nivel-sessao     pic 9(01) value zeros.

       77  csm-data-real        pic 9(08) value zeros.
       77  csm-data-negocio     pic 9(08) value zeros.
       77  csm-hora-atual       pic 9(08) value zeros.

       77  csm-opcao            pic x(01) value spaces.
           88  csm-opcao-sair          value "0".
       77  csm-produto-trabalho pic 9(05) value zeros.
       77  csm-vigencia         pic 9(08) value zeros.
       77  csm-custo-novo       pic 9(07)v99 value zeros.
       77  csm-custo-anterior   pic 9(07)v99 value zeros.
       77  csm-confirma         pic x(01) value spaces.
           88  csm-confirmado          value "S" "s".
       77  csm-linha-tela       pic 99 value zeros.
       77  csm-tela-pos         pic 9(04) value zeros.
       77  csm-marca-vigente    pic x(10) value spaces.
       77  csm-vigente-achada   pic 9(08) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  csm-ra-programa      pic x(08) value "CSTMANUT".
       77  csm-ra-tabela        pic x(08) value spaces.
       77  csm-ra-chave         pic x(20) value spaces.
       77  csm-ra-operacao      pic x(01) value spaces.
       77  csm-ra-antes         pic x(150) value spaces.
       77  csm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1050-verifica-autorizacao
              thru 1050-verifica-autorizacao-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           call "BUSDATE" using csm-data-real csm-data-negocio
           end-call
           perform 2000-menu-custos thru 2000-menu-custos-exit
               until csm-opcao-sair
           close custo-tabela produto-mestre custo-auditoria
           stop run.

      *-----------------------------------------------------------*
      * Custo e dado comercial auditado: exige operador de         *
      * operacao (nivel 2) ou gerencia assinado - o operador vai   *
      * para a trilha de cada manutencao.                          *
      *-----------------------------------------------------------*
       1050-verifica-autorizacao.
           open input sessao-corrente
           if csm-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to csm-operador-sessao
                      move ses-nivel to csm-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if csm-nivel-sessao < 2
              display erase
              display "Tabela de custos exige sessao de nivel 2 ou 3."
                  at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-autorizacao-exit.
           exit.

       1000-abrir-arquivos.
           open input produto-mestre
           if not csm-produto-ok
              display "CSTMANUT: erro ao abrir PRODUTO - status "
                       csm-status-produto at 1410
              move 16 to return-code
              stop run
           end-if
           open i-o custo-tabela
           if csm-status-custo = "35"
              open output custo-tabela
              close custo-tabela
              open i-o custo-tabela
           end-if
           if not csm-custo-ok
              display "CSTMANUT: erro ao abrir CUSTOS - status "
                       csm-status-custo at 1410
              move 16 to return-code
              stop run
           end-if
           open extend custo-auditoria
           if csm-status-auditoria = "35"
              open output custo-auditoria
              close custo-auditoria
              open extend custo-auditoria
           end-if
           if csm-status-auditoria not = "00"
              display "CSTMANUT: erro ao abrir CSTAUDIT - status "
                       csm-status-auditoria at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       2000-menu-custos.
           display erase
           display "TABELA DE CUSTOS COM VIGENCIA"      at 0310
           display "1 - Incluir custo"                  at 0510
           display "2 - Alterar custo nao vigente"      at 0610
           display "3 - Excluir custo nao vigente"      at 0710
           display "4 - Consultar custos do produto"    at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1110
           accept csm-opcao at 1118
           evaluate csm-opcao
               when "1"
                   perform 2100-incluir-custo
                      thru 2100-incluir-custo-exit
               when "2"
                   perform 2200-alterar-custo
                      thru 2200-alterar-custo-exit
               when "3"
                   perform 2300-excluir-custo
                      thru 2300-excluir-custo-exit
               when "4"
                   perform 2400-consultar-custos
                      thru 2400-consultar-custos-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-custos-exit.
           exit.

      *-----------------------------------------------------------*
      * Inclusao: produto do mestre e vigencia a partir da data de *
      * negocio - custo retroativo mudaria o custo ja gravado no   *
      * historico de vendas.                                       *
      *-----------------------------------------------------------*
       2100-incluir-custo.
           display erase
           display "INCLUSAO DE CUSTO" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           if csm-vigencia < csm-data-negocio
              display "Vigencia anterior a data de negocio "
                       csm-data-negocio at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-incluir-custo-exit
           end-if
           read custo-tabela
               invalid key
                   continue
               not invalid key
                   display "Ja existe custo com esta vigencia."
                       at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-custo-exit
           end-read
           perform 2060-aceita-custo thru 2060-aceita-custo-exit
           move csm-produto-trabalho to cst-produto
           move csm-vigencia to cst-data-vigencia
           move csm-custo-novo to cst-custo-unit
           move csm-operador-sessao to cst-operador
           perform 2080-data-hora thru 2080-data-hora-exit
           move cau-data-hora to cst-data-hora
           write cst-registro
               invalid key
                   display "Erro ao gravar custo - status "
                            csm-status-custo at 1810
                   go to 2100-incluir-custo-exit
           end-write
           move "I" to cau-operacao
           move zeros to csm-custo-anterior
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           move "I" to csm-ra-operacao
           move spaces to csm-ra-antes
           move cst-registro to csm-ra-depois
           perform 2810-audita-custo thru 2810-audita-custo-exit
           display "Custo gravado." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-custo-exit.
           exit.

      *-----------------------------------------------------------*
      * Aceita produto (existente no mestre) e data de vigencia e  *
      * monta a chave da tabela.                                   *
      *-----------------------------------------------------------*
       2050-aceita-chave.
           display "Produto: " at 0510
           accept csm-produto-trabalho at 0520
           move csm-produto-trabalho to prd-codigo
           read produto-mestre
               invalid key
                   display "Produto inexistente no mestre." at 1810
                   go to 2050-aceita-chave
           end-read
           display prd-descricao at 0530
           display "Vigencia (AAAAMMDD): " at 0710
           accept csm-vigencia at 0732
           if csm-vigencia = zeros
              display "Informe a vigencia." at 1810
              go to 2050-aceita-chave
           end-if
           move csm-produto-trabalho to cst-produto
           move csm-vigencia to cst-data-vigencia.
       2050-aceita-chave-exit.
           exit.

       2060-aceita-custo.
           display "Custo unitario (9999999,99): " at 0910
           accept csm-custo-novo at 0940
           if csm-custo-novo = zeros
              display "Custo nao pode ser zero." at 1810
              go to 2060-aceita-custo
           end-if.
       2060-aceita-custo-exit.
           exit.

      *-----------------------------------------------------------*
      * So custo com vigencia futura pode ser alterado ou          *
      * excluido: custo ja vigente e historico da aplicacao e      *
      * permanece como esta - a correcao entra como nova vigencia. *
      *-----------------------------------------------------------*
       2070-le-nao-vigente.
           read custo-tabela
               invalid key
                   display "Custo inexistente para a vigencia."
                       at 1810
                   move "23" to csm-status-custo
                   go to 2070-le-nao-vigente-exit
           end-read
           if cst-data-vigencia not > csm-data-negocio
              display "Custo ja vigente - nao pode ser alterado."
                  at 1810
              move "99" to csm-status-custo
              go to 2070-le-nao-vigente-exit
           end-if
           move cst-custo-unit to csm-custo-anterior
           move cst-registro to csm-ra-antes
           display "Custo atual: " cst-custo-unit
                   " (" cst-operador " " cst-data-hora ")" at 0810.
       2070-le-nao-vigente-exit.
           exit.

       2200-alterar-custo.
           display erase
           display "ALTERACAO DE CUSTO NAO VIGENTE" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           perform 2070-le-nao-vigente thru 2070-le-nao-vigente-exit
           if not csm-custo-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2200-alterar-custo-exit
           end-if
           perform 2060-aceita-custo thru 2060-aceita-custo-exit
           move csm-custo-novo to cst-custo-unit
           move csm-operador-sessao to cst-operador
           perform 2080-data-hora thru 2080-data-hora-exit
           move cau-data-hora to cst-data-hora
           rewrite cst-registro
               invalid key
                   display "Erro ao regravar custo - status "
                            csm-status-custo at 1810
                   go to 2200-alterar-custo-exit
           end-rewrite
           move "A" to cau-operacao
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           move "A" to csm-ra-operacao
           move cst-registro to csm-ra-depois
           perform 2810-audita-custo thru 2810-audita-custo-exit
           display "Custo alterado." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-custo-exit.
           exit.

       2300-excluir-custo.
           display erase
           display "EXCLUSAO DE CUSTO NAO VIGENTE" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           perform 2070-le-nao-vigente thru 2070-le-nao-vigente-exit
           if not csm-custo-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-excluir-custo-exit
           end-if
           display "Confirma a exclusao [s/n]? " at 1010
           accept csm-confirma at 1038
           if not csm-confirmado
              display "Exclusao cancelada." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-excluir-custo-exit
           end-if
           delete custo-tabela
               invalid key
                   display "Erro ao excluir custo - status "
                            csm-status-custo at 1810
                   go to 2300-excluir-custo-exit
           end-delete
           move zeros to csm-custo-novo
           perform 2080-data-hora thru 2080-data-hora-exit
           move "E" to cau-operacao
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           move "E" to csm-ra-operacao
           move spaces to csm-ra-depois
           perform 2810-audita-custo thru 2810-audita-custo-exit
           display "Custo excluido." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-excluir-custo-exit.
           exit.

       2080-data-hora.
           accept data-sistema from date yyyymmdd
           accept csm-hora-atual from time
           string ano-sistema         delimited by size
                  mes-sistema         delimited by size
                  dia-sistema         delimited by size
                  csm-hora-atual(1:6) delimited by size
                  into cau-data-hora
           end-string.
       2080-data-hora-exit.
           exit.

       2090-grava-auditoria.
           move csm-operador-sessao to cau-operador
           move csm-produto-trabalho to cau-produto
           move csm-vigencia to cau-data-vigencia
           move csm-custo-anterior to cau-custo-antes
           move csm-custo-novo to cau-custo-depois
           write cau-registro.
       2090-grava-auditoria-exit.
           exit.

      *-----------------------------------------------------------*
      * Historico de custos do produto, em ordem de vigencia, com  *
      * a marca do custo que a aplicacao usa na data de negocio.   *
      *-----------------------------------------------------------*
       2400-consultar-custos.
           display erase
           display "CUSTOS DO PRODUTO" at 0310
           display "Produto: " at 0510
           accept csm-produto-trabalho at 0520
           move csm-produto-trabalho to prd-codigo
           read produto-mestre
               invalid key
                   display "Produto inexistente no mestre." at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2400-consultar-custos-exit
           end-read
           display prd-descricao at 0530
           move zeros to csm-vigente-achada
           perform 2410-procura-vigente
              thru 2410-procura-vigente-exit
           move 8 to csm-linha-tela
           move csm-produto-trabalho to cst-produto
           move zeros to cst-data-vigencia
           start custo-tabela key not less than cst-chave
               invalid key
                   move "10" to csm-status-custo
               not invalid key
                   move "00" to csm-status-custo
           end-start
           perform 2420-exibe-um-custo
              thru 2420-exibe-um-custo-exit
               until csm-status-custo not = "00"
           if csm-linha-tela = 8
              display "Produto sem custo na tabela."
                  at 0810
           end-if
           move "00" to csm-status-custo
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-custos-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeira passada: vigencia do custo em uso na data de      *
      * negocio (maior vigencia que nao a ultrapassa).             *
      *-----------------------------------------------------------*
       2410-procura-vigente.
           move csm-produto-trabalho to cst-produto
           move zeros to cst-data-vigencia
           start custo-tabela key not less than cst-chave
               invalid key
                   go to 2410-procura-vigente-exit
           end-start
           move "00" to csm-status-custo
           perform 2415-avalia-vigencia
              thru 2415-avalia-vigencia-exit
               until csm-status-custo not = "00".
       2410-procura-vigente-exit.
           exit.

       2415-avalia-vigencia.
           read custo-tabela next record
               at end
                   move "10" to csm-status-custo
                   go to 2415-avalia-vigencia-exit
           end-read
           if cst-produto not = csm-produto-trabalho
              or cst-data-vigencia > csm-data-negocio
              move "10" to csm-status-custo
              go to 2415-avalia-vigencia-exit
           end-if
           move cst-data-vigencia to csm-vigente-achada.
       2415-avalia-vigencia-exit.
           exit.

       2420-exibe-um-custo.
           read custo-tabela next record
               at end
                   move "10" to csm-status-custo
                   go to 2420-exibe-um-custo-exit
           end-read
           if cst-produto not = csm-produto-trabalho
              or csm-linha-tela > 19
              move "10" to csm-status-custo
              go to 2420-exibe-um-custo-exit
           end-if
           move spaces to csm-marca-vigente
           if cst-data-vigencia = csm-vigente-achada
              move "<VIGENTE>" to csm-marca-vigente
           end-if
           if cst-data-vigencia > csm-data-negocio
              move "(FUTURO)" to csm-marca-vigente
           end-if
           compute csm-tela-pos = csm-linha-tela * 100 + 10
           display cst-data-vigencia " " cst-custo-unit " "
                   cst-operador " " csm-marca-vigente
               at csm-tela-pos
           add 1 to csm-linha-tela.
       2420-exibe-um-custo-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using csm-ra-programa csm-ra-tabela
                               csm-ra-chave csm-ra-operacao
                               csm-ra-antes csm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-custo.
           move "CUSTOS" to csm-ra-tabela
           move cst-chave to csm-ra-chave
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-custo-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
