      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. prcmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao da tabela de precos com       *
      *                    vigencia (PRECOS.DAT): inclusao de preco *
      *                    a partir de uma data, alteracao e        *
      *                    exclusao de preco ainda nao vigente e    *
      *                    consulta do historico do produto.  Cada  *
      *                    manutencao vai para PRCAUDIT.DAT com o   *
      *                    operador da sessao e o preco antes e     *
      *                    depois.  Exige sessao de nivel 2 ou 3.   *
      * 15/10/2026 EQP     Alem do PRCAUDIT.DAT, cada inclusao,     *
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
           select preco-tabela assign to "PRECOS"
               organization is indexed
               access mode is dynamic
               record key is prc-chave
               file status is pcm-status-preco.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is pcm-status-produto.

           select preco-auditoria assign to "PRCAUDIT.DAT"
               organization is line sequential
               file status is pcm-status-auditoria.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is pcm-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  preco-tabela.
           copy PRECOREC.

       fd  produto-mestre.
           copy PRODREC.

       fd  preco-auditoria.
           copy PRCAUDRC.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       copy DATASIS.

       77  pcm-status-preco     pic x(02) value spaces.
           88  pcm-preco-ok            value "00".
       77  pcm-status-produto   pic x(02) value spaces.
           88  pcm-produto-ok          value "00".
       77  pcm-status-auditoria pic x(02) value spaces.
       77  pcm-status-sessao    pic x(02) value spaces.
       77  pcm-operador-sessao  pic x(08) value spaces.
       77  pcm-nivel-sessao     pic 9(01) value zeros.

       77  pcm-data-real        pic 9(08) value zeros.
       77  pcm-data-negocio     pic 9(08) value zeros.
       77  pcm-hora-atual       pic 9(08) value zeros.

       77  pcm-opcao            pic x(01) value spaces.
           88  pcm-opcao-sair          value "0".
       77  pcm-produto-trabalho pic 9(05) value zeros.
       77  pcm-vigencia         pic 9(08) value zeros.
       77  pcm-preco-novo       pic 9(07)v99 value zeros.
       77  pcm-preco-anterior   pic 9(07)v99 value zeros.
       77  pcm-confirma         pic x(01) value spaces.
           88  pcm-confirmado          value "S" "s".
       77  pcm-linha-tela       pic 99 value zeros.
       77  pcm-tela-pos         pic 9(04) value zeros.
       77  pcm-marca-vigente    pic x(10) value spaces.
       77  pcm-vigente-achada   pic 9(08) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  pcm-ra-programa      pic x(08) value "PRCMANUT".
       77  pcm-ra-tabela        pic x(08) value spaces.
       77  pcm-ra-chave         pic x(20) value spaces.
       77  pcm-ra-operacao      pic x(01) value spaces.
       77  pcm-ra-antes         pic x(150) value spaces.
       77  pcm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1050-verifica-autorizacao
              thru 1050-verifica-autorizacao-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           call "BUSDATE" using pcm-data-real pcm-data-negocio
           end-call
           perform 2000-menu-precos thru 2000-menu-precos-exit
               until pcm-opcao-sair
           close preco-tabela produto-mestre preco-auditoria
           stop run.

      *-----------------------------------------------------------*
      * Preco e dado comercial auditado: exige operador de         *
      * operacao (nivel 2) ou gerencia assinado - o operador vai   *
      * para a trilha de cada manutencao.                          *
      *-----------------------------------------------------------*
       1050-verifica-autorizacao.
           open input sessao-corrente
           if pcm-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to pcm-operador-sessao
                      move ses-nivel to pcm-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if pcm-nivel-sessao < 2
              display erase
              display "Tabela de precos exige sessao de nivel 2 ou 3."
                  at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-autorizacao-exit.
           exit.

       1000-abrir-arquivos.
           open input produto-mestre
           if not pcm-produto-ok
              display "PRCMANUT: erro ao abrir PRODUTO - status "
                       pcm-status-produto at 1410
              move 16 to return-code
              stop run
           end-if
           open i-o preco-tabela
           if pcm-status-preco = "35"
              open output preco-tabela
              close preco-tabela
              open i-o preco-tabela
           end-if
           if not pcm-preco-ok
              display "PRCMANUT: erro ao abrir PRECOS - status "
                       pcm-status-preco at 1410
              move 16 to return-code
              stop run
           end-if
           open extend preco-auditoria
           if pcm-status-auditoria = "35"
              open output preco-auditoria
              close preco-auditoria
              open extend preco-auditoria
           end-if
           if pcm-status-auditoria not = "00"
              display "PRCMANUT: erro ao abrir PRCAUDIT - status "
                       pcm-status-auditoria at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       2000-menu-precos.
           display erase
           display "TABELA DE PRECOS COM VIGENCIA"      at 0310
           display "1 - Incluir preco"                  at 0510
           display "2 - Alterar preco nao vigente"      at 0610
           display "3 - Excluir preco nao vigente"      at 0710
           display "4 - Consultar precos do produto"    at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1110
           accept pcm-opcao at 1118
           evaluate pcm-opcao
               when "1"
                   perform 2100-incluir-preco
                      thru 2100-incluir-preco-exit
               when "2"
                   perform 2200-alterar-preco
                      thru 2200-alterar-preco-exit
               when "3"
                   perform 2300-excluir-preco
                      thru 2300-excluir-preco-exit
               when "4"
                   perform 2400-consultar-precos
                      thru 2400-consultar-precos-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-precos-exit.
           exit.

      *-----------------------------------------------------------*
      * Inclusao: produto do mestre e vigencia a partir da data de *
      * negocio - preco retroativo mudaria o passado da critica.   *
      *-----------------------------------------------------------*
       2100-incluir-preco.
           display erase
           display "INCLUSAO DE PRECO" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           if pcm-vigencia < pcm-data-negocio
              display "Vigencia anterior a data de negocio "
                       pcm-data-negocio at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-incluir-preco-exit
           end-if
           read preco-tabela
               invalid key
                   continue
               not invalid key
                   display "Ja existe preco com esta vigencia."
                       at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-preco-exit
           end-read
           perform 2060-aceita-preco thru 2060-aceita-preco-exit
           move pcm-produto-trabalho to prc-produto
           move pcm-vigencia to prc-data-vigencia
           move pcm-preco-novo to prc-preco-unit
           move pcm-operador-sessao to prc-operador
           perform 2080-data-hora thru 2080-data-hora-exit
           move pau-data-hora to prc-data-hora
           write prc-registro
               invalid key
                   display "Erro ao gravar preco - status "
                            pcm-status-preco at 1810
                   go to 2100-incluir-preco-exit
           end-write
           move "I" to pau-operacao
           move zeros to pcm-preco-anterior
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           move "I" to pcm-ra-operacao
           move spaces to pcm-ra-antes
           move prc-registro to pcm-ra-depois
           perform 2810-audita-preco thru 2810-audita-preco-exit
           display "Preco gravado." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-preco-exit.
           exit.

      *-----------------------------------------------------------*
      * Aceita produto (existente no mestre) e data de vigencia e  *
      * monta a chave da tabela.                                   *
      *-----------------------------------------------------------*
       2050-aceita-chave.
           display "Produto: " at 0510
           accept pcm-produto-trabalho at 0520
           move pcm-produto-trabalho to prd-codigo
           read produto-mestre
               invalid key
                   display "Produto inexistente no mestre." at 1810
                   go to 2050-aceita-chave
           end-read
           display prd-descricao at 0530
           display "Preco do mestre: " prd-preco-unit at 0610
           display "Vigencia (AAAAMMDD): " at 0710
           accept pcm-vigencia at 0732
           if pcm-vigencia = zeros
              display "Informe a vigencia." at 1810
              go to 2050-aceita-chave
           end-if
           move pcm-produto-trabalho to prc-produto
           move pcm-vigencia to prc-data-vigencia.
       2050-aceita-chave-exit.
           exit.

       2060-aceita-preco.
           display "Preco unitario (9999999,99): " at 0910
           accept pcm-preco-novo at 0940
           if pcm-preco-novo = zeros
              display "Preco nao pode ser zero." at 1810
              go to 2060-aceita-preco
           end-if.
       2060-aceita-preco-exit.
           exit.

      *-----------------------------------------------------------*
      * So preco com vigencia futura pode ser alterado ou          *
      * excluido: preco ja vigente e historico da critica e        *
      * permanece como esta - a correcao entra como nova vigencia. *
      *-----------------------------------------------------------*
       2070-le-nao-vigente.
           read preco-tabela
               invalid key
                   display "Preco inexistente para a vigencia."
                       at 1810
                   move "23" to pcm-status-preco
                   go to 2070-le-nao-vigente-exit
           end-read
           if prc-data-vigencia not > pcm-data-negocio
              display "Preco ja vigente - nao pode ser alterado."
                  at 1810
              move "99" to pcm-status-preco
              go to 2070-le-nao-vigente-exit
           end-if
           move prc-preco-unit to pcm-preco-anterior
           move prc-registro to pcm-ra-antes
           display "Preco atual: " prc-preco-unit
                   " (" prc-operador " " prc-data-hora ")" at 0810.
       2070-le-nao-vigente-exit.
           exit.

       2200-alterar-preco.
           display erase
           display "ALTERACAO DE PRECO NAO VIGENTE" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           perform 2070-le-nao-vigente thru 2070-le-nao-vigente-exit
           if not pcm-preco-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2200-alterar-preco-exit
           end-if
           perform 2060-aceita-preco thru 2060-aceita-preco-exit
           move pcm-preco-novo to prc-preco-unit
           move pcm-operador-sessao to prc-operador
           perform 2080-data-hora thru 2080-data-hora-exit
           move pau-data-hora to prc-data-hora
           rewrite prc-registro
               invalid key
                   display "Erro ao regravar preco - status "
                            pcm-status-preco at 1810
                   go to 2200-alterar-preco-exit
           end-rewrite
           move "A" to pau-operacao
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           move "A" to pcm-ra-operacao
           move prc-registro to pcm-ra-depois
           perform 2810-audita-preco thru 2810-audita-preco-exit
           display "Preco alterado." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-preco-exit.
           exit.

       2300-excluir-preco.
           display erase
           display "EXCLUSAO DE PRECO NAO VIGENTE" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           perform 2070-le-nao-vigente thru 2070-le-nao-vigente-exit
           if not pcm-preco-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-excluir-preco-exit
           end-if
           display "Confirma a exclusao [s/n]? " at 1010
           accept pcm-confirma at 1038
           if not pcm-confirmado
              display "Exclusao cancelada." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-excluir-preco-exit
           end-if
           delete preco-tabela
               invalid key
                   display "Erro ao excluir preco - status "
                            pcm-status-preco at 1810
                   go to 2300-excluir-preco-exit
           end-delete
           move zeros to pcm-preco-novo
           perform 2080-data-hora thru 2080-data-hora-exit
           move "E" to pau-operacao
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           move "E" to pcm-ra-operacao
           move spaces to pcm-ra-depois
           perform 2810-audita-preco thru 2810-audita-preco-exit
           display "Preco excluido." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-excluir-preco-exit.
           exit.

       2080-data-hora.
           accept data-sistema from date yyyymmdd
           accept pcm-hora-atual from time
           string ano-sistema         delimited by size
                  mes-sistema         delimited by size
                  dia-sistema         delimited by size
                  pcm-hora-atual(1:6) delimited by size
                  into pau-data-hora
           end-string.
       2080-data-hora-exit.
           exit.

       2090-grava-auditoria.
           move pcm-operador-sessao to pau-operador
           move pcm-produto-trabalho to pau-produto
           move pcm-vigencia to pau-data-vigencia
           move pcm-preco-anterior to pau-preco-antes
           move pcm-preco-novo to pau-preco-depois
           write pau-registro.
       2090-grava-auditoria-exit.
           exit.

      *-----------------------------------------------------------*
      * Historico de precos do produto, em ordem de vigencia, com  *
      * a marca do preco que a critica usa na data de negocio.     *
      *-----------------------------------------------------------*
       2400-consultar-precos.
           display erase
           display "PRECOS DO PRODUTO" at 0310
           display "Produto: " at 0510
           accept pcm-produto-trabalho at 0520
           move pcm-produto-trabalho to prd-codigo
           read produto-mestre
               invalid key
                   display "Produto inexistente no mestre." at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2400-consultar-precos-exit
           end-read
           display prd-descricao at 0530
           display "Preco do mestre: " prd-preco-unit at 0610
           move zeros to pcm-vigente-achada
           perform 2410-procura-vigente
              thru 2410-procura-vigente-exit
           move 8 to pcm-linha-tela
           move pcm-produto-trabalho to prc-produto
           move zeros to prc-data-vigencia
           start preco-tabela key not less than prc-chave
               invalid key
                   move "10" to pcm-status-preco
               not invalid key
                   move "00" to pcm-status-preco
           end-start
           perform 2420-exibe-um-preco
              thru 2420-exibe-um-preco-exit
               until pcm-status-preco not = "00"
           if pcm-linha-tela = 8
              display "Produto sem preco na tabela - vale o mestre."
                  at 0810
           end-if
           move "00" to pcm-status-preco
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-precos-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeira passada: vigencia do preco em uso na data de      *
      * negocio (maior vigencia que nao a ultrapassa).             *
      *-----------------------------------------------------------*
       2410-procura-vigente.
           move pcm-produto-trabalho to prc-produto
           move zeros to prc-data-vigencia
           start preco-tabela key not less than prc-chave
               invalid key
                   go to 2410-procura-vigente-exit
           end-start
           move "00" to pcm-status-preco
           perform 2415-avalia-vigencia
              thru 2415-avalia-vigencia-exit
               until pcm-status-preco not = "00".
       2410-procura-vigente-exit.
           exit.

       2415-avalia-vigencia.
           read preco-tabela next record
               at end
                   move "10" to pcm-status-preco
                   go to 2415-avalia-vigencia-exit
           end-read
           if prc-produto not = pcm-produto-trabalho
              or prc-data-vigencia > pcm-data-negocio
              move "10" to pcm-status-preco
              go to 2415-avalia-vigencia-exit
           end-if
           move prc-data-vigencia to pcm-vigente-achada.
       2415-avalia-vigencia-exit.
           exit.

       2420-exibe-um-preco.
           read preco-tabela next record
               at end
                   move "10" to pcm-status-preco
                   go to 2420-exibe-um-preco-exit
           end-read
           if prc-produto not = pcm-produto-trabalho
              or pcm-linha-tela > 19
              move "10" to pcm-status-preco
              go to 2420-exibe-um-preco-exit
           end-if
           move spaces to pcm-marca-vigente
           if prc-data-vigencia = pcm-vigente-achada
              move "<VIGENTE>" to pcm-marca-vigente
           end-if
           if prc-data-vigencia > pcm-data-negocio
              move "(FUTURO)" to pcm-marca-vigente
           end-if
           compute pcm-tela-pos = pcm-linha-tela * 100 + 10
           display prc-data-vigencia " " prc-preco-unit " "
                   prc-operador " " pcm-marca-vigente
               at pcm-tela-pos
           add 1 to pcm-linha-tela.
       2420-exibe-um-preco-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using pcm-ra-programa pcm-ra-tabela
                               pcm-ra-chave pcm-ra-operacao
                               pcm-ra-antes pcm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-preco.
           move "PRECOS" to pcm-ra-tabela
           move prc-chave to pcm-ra-chave
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-preco-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
