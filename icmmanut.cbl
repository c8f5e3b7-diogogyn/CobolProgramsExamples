      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. icmmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao da tabela de aliquotas de     *
      *                    ICMS (ICMS.DAT) por classe fiscal do     *
      *                    produto, UF de origem e UF de destino:   *
      *                    inclusao, alteracao, exclusao e          *
      *                    consulta.                                *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
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
           select icms-tabela assign to "ICMS"
               organization is indexed
               access mode is dynamic
               record key is icm-chave
               file status is icm-status-icms.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  icms-tabela.
           copy ICMSREC.

       working-storage section.

       77  icm-status-icms      pic x(02) value spaces.
           88  icm-icms-ok             value "00".

       77  icm-opcao            pic x(01) value spaces.
           88  icm-opcao-sair          value "0".
       77  icm-confirma         pic x(01) value spaces.
           88  icm-confirmado          value "S" "s".
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  icm-ra-programa      pic x(08) value "ICMMANUT".
       77  icm-ra-tabela        pic x(08) value spaces.
       77  icm-ra-chave         pic x(20) value spaces.
       77  icm-ra-operacao      pic x(01) value spaces.
       77  icm-ra-antes         pic x(150) value spaces.
       77  icm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-icms thru 2000-menu-icms-exit
               until icm-opcao-sair
           close icms-tabela
           stop run.

       1000-abrir-arquivo.
           open i-o icms-tabela
           if icm-status-icms = "35"
              open output icms-tabela
              close icms-tabela
              open i-o icms-tabela
           end-if
           if not icm-icms-ok
              display "ICMMANUT: erro ao abrir ICMS - status "
                       icm-status-icms at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivo-exit.
           exit.

       2000-menu-icms.
           display erase
           display "TABELA DE ALIQUOTAS DE ICMS"        at 0310
           display "1 - Incluir aliquota"               at 0510
           display "2 - Alterar aliquota"               at 0610
           display "3 - Excluir aliquota"               at 0710
           display "4 - Consultar aliquota"             at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1110
           accept icm-opcao at 1118
           evaluate icm-opcao
               when "1"
                   perform 2100-incluir-aliquota
                      thru 2100-incluir-aliquota-exit
               when "2"
                   perform 2200-alterar-aliquota
                      thru 2200-alterar-aliquota-exit
               when "3"
                   perform 2300-excluir-aliquota
                      thru 2300-excluir-aliquota-exit
               when "4"
                   perform 2400-consultar-aliquota
                      thru 2400-consultar-aliquota-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-icms-exit.
           exit.

      *-----------------------------------------------------------*
      * Chave da aliquota: classe fiscal (espacos = 00), UF de     *
      * origem (da filial) e UF de destino (do cliente).           *
      *-----------------------------------------------------------*
       2050-aceita-chave.
           display "Classe fiscal (espacos = 00): " at 0510
           accept icm-classe-fiscal at 0541
           if icm-classe-fiscal = spaces
              move "00" to icm-classe-fiscal
           end-if
           display "UF de origem: " at 0610
           accept icm-uf-origem at 0625
           display "UF de destino: " at 0710
           accept icm-uf-destino at 0726
           if icm-uf-origem = spaces or icm-uf-destino = spaces
              or icm-uf-origem is not alphabetic
              or icm-uf-destino is not alphabetic
              display "UF invalida." at 1410
              go to 2050-aceita-chave
           end-if.
       2050-aceita-chave-exit.
           exit.

       2060-aceita-dados.
           display "Aliquota % (99,99): " at 0910
           accept icm-aliquota at 0931
           display "Descricao: " at 1010
           accept icm-descricao at 1022.
       2060-aceita-dados-exit.
           exit.

       2100-incluir-aliquota.
           display erase
           display "INCLUSAO DE ALIQUOTA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read icms-tabela
               invalid key
                   continue
               not invalid key
                   display "Aliquota ja cadastrada." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-aliquota-exit
           end-read
           perform 2060-aceita-dados thru 2060-aceita-dados-exit
           write icm-registro
               invalid key
                   display "Erro ao gravar aliquota - status "
                            icm-status-icms at 1410
               not invalid key
                   display "Aliquota gravada." at 1410
                   move "I" to icm-ra-operacao
                   move spaces to icm-ra-antes
                   move icm-registro to icm-ra-depois
                   perform 2810-audita-aliquota
                      thru 2810-audita-aliquota-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-aliquota-exit.
           exit.

       2200-alterar-aliquota.
           display erase
           display "ALTERACAO DE ALIQUOTA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read icms-tabela
               invalid key
                   display "Aliquota inexistente." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-aliquota-exit
           end-read
           display "Atual: " icm-aliquota " " icm-descricao at 1210
           move icm-registro to icm-ra-antes
           perform 2060-aceita-dados thru 2060-aceita-dados-exit
           rewrite icm-registro
               invalid key
                   display "Erro ao regravar aliquota - status "
                            icm-status-icms at 1410
               not invalid key
                   display "Aliquota alterada." at 1410
                   move "A" to icm-ra-operacao
                   move icm-registro to icm-ra-depois
                   perform 2810-audita-aliquota
                      thru 2810-audita-aliquota-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-aliquota-exit.
           exit.

       2300-excluir-aliquota.
           display erase
           display "EXCLUSAO DE ALIQUOTA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read icms-tabela
               invalid key
                   display "Aliquota inexistente." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2300-excluir-aliquota-exit
           end-read
           display "Atual: " icm-aliquota " " icm-descricao at 0910
           move icm-registro to icm-ra-antes
           display "Confirma a exclusao [s/n]? " at 1010
           accept icm-confirma at 1038
           if not icm-confirmado
              display "Exclusao cancelada." at 1410
           else
              delete icms-tabela
                  invalid key
                      display "Erro ao excluir aliquota - status "
                               icm-status-icms at 1410
                  not invalid key
                      display "Aliquota excluida." at 1410
                      move "E" to icm-ra-operacao
                      move spaces to icm-ra-depois
                      perform 2810-audita-aliquota
                         thru 2810-audita-aliquota-exit
              end-delete
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-excluir-aliquota-exit.
           exit.

       2400-consultar-aliquota.
           display erase
           display "CONSULTA DE ALIQUOTA" at 0310
           perform 2050-aceita-chave thru 2050-aceita-chave-exit
           read icms-tabela
               invalid key
                   display "Aliquota inexistente." at 1410
               not invalid key
                   display "Aliquota : " icm-aliquota at 0910
                   display "Descricao: " icm-descricao at 1010
           end-read
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-aliquota-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using icm-ra-programa icm-ra-tabela
                               icm-ra-chave icm-ra-operacao
                               icm-ra-antes icm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-aliquota.
           move "ICMS" to icm-ra-tabela
           move icm-chave to icm-ra-chave
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-aliquota-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
