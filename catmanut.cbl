      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. catmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao do cadastro de categorias de  *
      *                    produto (CATEGORIA.DAT) em dois niveis,  *
      *                    departamento (categoria 00) e categoria: *
      *                    inclusao, alteracao, exclusao e          *
      *                    consulta.  Categoria so entra em         *
      *                    departamento cadastrado; departamento so *
      *                    sai sem categorias.                      *
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
           select categoria-tabela assign to "CATEGORIA"
               organization is indexed
               access mode is dynamic
               record key is cat-chave
               file status is ctm-status-categoria.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  categoria-tabela.
           copy CATREC.

       working-storage section.

       77  ctm-status-categoria pic x(02) value spaces.
           88  ctm-categoria-ok        value "00".

       77  ctm-opcao            pic x(01) value spaces.
           88  ctm-opcao-sair          value "0".
       77  ctm-confirma         pic x(01) value spaces.
           88  ctm-confirmado          value "S" "s".
       77  ctm-situacao-entrada pic x(01) value spaces.
       77  ctm-chave-trabalho   pic x(04) value spaces.
       77  ctm-tem-filhas       pic x(01) value "N".
           88  ctm-departamento-ocupado value "S".
       77  entra                pic x(01) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-categorias
              thru 2000-menu-categorias-exit
               until ctm-opcao-sair
           close categoria-tabela
           stop run.

       1000-abrir-arquivo.
           open i-o categoria-tabela
           if ctm-status-categoria = "35"
              open output categoria-tabela
              close categoria-tabela
              open i-o categoria-tabela
           end-if
           if not ctm-categoria-ok
              display "CATMANUT: erro ao abrir CATEGORIA - status "
                       ctm-status-categoria at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivo-exit.
           exit.

       2000-menu-categorias.
           display erase
           display "CATEGORIAS DE PRODUTO"              at 0310
           display "1 - Incluir departamento/categoria" at 0510
           display "2 - Alterar departamento/categoria" at 0610
           display "3 - Excluir departamento/categoria" at 0710
           display "4 - Consultar departamento/categoria" at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1110
           accept ctm-opcao at 1118
           evaluate ctm-opcao
               when "1"
                   perform 2100-incluir-categoria
                      thru 2100-incluir-categoria-exit
               when "2"
                   perform 2200-alterar-categoria
                      thru 2200-alterar-categoria-exit
               when "3"
                   perform 2300-excluir-categoria
                      thru 2300-excluir-categoria-exit
               when "4"
                   perform 2400-consultar-categoria
                      thru 2400-consultar-categoria-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-categorias-exit.
           exit.

      *-----------------------------------------------------------*
      * Chave: departamento (01-99) e categoria (00 = o proprio    *
      * departamento).                                             *
      *-----------------------------------------------------------*
       2050-aceita-chave.
           display "Departamento (01-99): " at 0510
           accept cat-departamento at 0533
           display "Categoria (00 = departamento): " at 0610
           accept cat-categoria at 0642
           if cat-departamento is not numeric
              or cat-categoria is not numeric
              or cat-departamento = zeros
              display "Chave invalida." at 1410
              go to 2050-aceita-chave
           end-if
           display "                    " at 1410.
       2050-aceita-chave-exit.
           exit.

       2060-aceita-dados.
           display "Descricao: " at 0910
           accept cat-descricao at 0922
           if cat-descricao = spaces
              display "Descricao obrigatoria." at 1410
              go to 2060-aceita-dados
           end-if
           display "                      " at 1410.
       2060-aceita-dados-exit.
           exit.

       2100-incluir-categoria.
           display erase
           display "INCLUSAO DE DEPARTAMENTO/CATEGORIA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           move cat-chave to ctm-chave-trabalho
           read categoria-tabela
               invalid key
                   continue
               not invalid key
                   display "Chave ja cadastrada." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-categoria-exit
           end-read
           if not cat-e-departamento
              move zeros to cat-categoria
              read categoria-tabela
                  invalid key
                      display "Departamento nao cadastrado." at 1410
                      perform 2900-espera-operador
                         thru 2900-espera-operador-exit
                      go to 2100-incluir-categoria-exit
              end-read
           end-if
           move ctm-chave-trabalho to cat-chave
           perform 2060-aceita-dados thru 2060-aceita-dados-exit
           move "A" to cat-situacao
           write cat-registro
               invalid key
                   display "Erro ao gravar categoria - status "
                            ctm-status-categoria at 1410
               not invalid key
                   display "Categoria gravada." at 1410
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-categoria-exit.
           exit.

       2200-alterar-categoria.
           display erase
           display "ALTERACAO DE DEPARTAMENTO/CATEGORIA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read categoria-tabela
               invalid key
                   display "Chave inexistente." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-categoria-exit
           end-read
           display "Atual: " cat-descricao " " cat-situacao at 1210
           perform 2060-aceita-dados thru 2060-aceita-dados-exit
           display "Situacao [A/I]: " at 1010
           accept ctm-situacao-entrada at 1026
           if ctm-situacao-entrada = "A" or "I"
              move ctm-situacao-entrada to cat-situacao
           end-if
           rewrite cat-registro
               invalid key
                   display "Erro ao regravar categoria - status "
                            ctm-status-categoria at 1410
               not invalid key
                   display "Categoria alterada." at 1410
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-categoria-exit.
           exit.

       2300-excluir-categoria.
           display erase
           display "EXCLUSAO DE DEPARTAMENTO/CATEGORIA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read categoria-tabela
               invalid key
                   display "Chave inexistente." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2300-excluir-categoria-exit
           end-read
           if cat-e-departamento
              perform 2310-procura-categorias
                 thru 2310-procura-categorias-exit
              if ctm-departamento-ocupado
                 display "Departamento tem categorias - exclua-as "
                         "antes." at 1410
                 perform 2900-espera-operador
                    thru 2900-espera-operador-exit
                 go to 2300-excluir-categoria-exit
              end-if
           end-if
           display "Atual: " cat-descricao " " cat-situacao at 0910
           display "Confirma a exclusao [s/n]? " at 1010
           accept ctm-confirma at 1038
           if not ctm-confirmado
              display "Exclusao cancelada." at 1410
           else
              delete categoria-tabela
                  invalid key
                      display "Erro ao excluir categoria - status "
                               ctm-status-categoria at 1410
                  not invalid key
                      display "Categoria excluida." at 1410
              end-delete
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-excluir-categoria-exit.
           exit.

      *-----------------------------------------------------------*
      * Departamento com categorias nao sai: posiciona na primeira *
      * categoria dele e, ao final, rele o proprio departamento    *
      * para o delete.                                             *
      *-----------------------------------------------------------*
       2310-procura-categorias.
           move "N" to ctm-tem-filhas
           move cat-chave to ctm-chave-trabalho
           move 01 to cat-categoria
           start categoria-tabela key not less than cat-chave
               invalid key
                   continue
               not invalid key
                   read categoria-tabela next record
                       at end
                           continue
                       not at end
                           if cat-departamento =
                              ctm-chave-trabalho(1:2)
                              set ctm-departamento-ocupado to true
                           end-if
                   end-read
           end-start
           move ctm-chave-trabalho to cat-chave
           read categoria-tabela
               invalid key
                   continue
           end-read.
       2310-procura-categorias-exit.
           exit.

       2400-consultar-categoria.
           display erase
           display "CONSULTA DE DEPARTAMENTO/CATEGORIA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read categoria-tabela
               invalid key
                   display "Chave inexistente." at 1410
               not invalid key
                   display "Descricao: " cat-descricao at 0910
                   display "Situacao : " cat-situacao at 1010
           end-read
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-categoria-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
