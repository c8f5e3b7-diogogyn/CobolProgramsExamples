      *                    alteracao e exibidas na consulta -       *
      *                    zeros em todas valem coleta sem          *
      *                    controle de cota.                        *
      * 15/10/2026 EQP     Paradas da rota (PARADAS.DAT) mantidas   *
      *                    em opcao propria: codigo na ordem do     *
      *                    percurso, descricao e situacao - base da *
      *                    captura de embarque/desembarque e da     *
      *                    matriz origem-destino.                   *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is cal-rota
               file status is rtm-status-cal.

           select rota-paradas assign to "PARADAS"
               organization is indexed
               access mode is dynamic
               record key is par-chave
               file status is rtm-status-parada.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  rota-calendario.
           copy CALREC.

       fd  rota-paradas.
           copy PARADREC.

       working-storage section.

       77  rtm-status-rota      pic x(02) value spaces.
       77  rtm-tela-pos         pic 9(04) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  rtm-ra-programa      pic x(08) value "ROTAMANT".
       77  rtm-ra-tabela        pic x(08) value spaces.
       77  rtm-ra-chave         pic x(20) value spaces.
       77  rtm-ra-operacao      pic x(01) value spaces.
       77  rtm-ra-antes         pic x(150) value spaces.
       77  rtm-ra-depois        pic x(150) value spaces.

      *-----------------------------------------------------------*
      * Manutencao das paradas da rota (PARADAS.DAT).              *
      *-----------------------------------------------------------*
       77  rtm-status-parada    pic x(02) value spaces.
       77  rtm-parada           pic 9(03) value zeros.
       77  rtm-par-descricao    pic x(30) value spaces.
       77  rtm-par-situacao     pic x(01) value spaces.
       77  rtm-par-existe       pic x(01) value "N".
           88  rtm-parada-existe       value "S".

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-rotas thru 2000-menu-rotas-exit
               until rtm-opcao-sair
           close rota-mestre rota-calendario rota-paradas
           stop run.

       1000-abrir-arquivo.
              open output rota-calendario
              close rota-calendario
              open i-o rota-calendario
           end-if
           open i-o rota-paradas
           if rtm-status-parada = "35"
              open output rota-paradas
              close rota-paradas
              open i-o rota-paradas
           end-if.
       1000-abrir-arquivo-exit.
           exit.
           display "2 - Alterar rota"                  at 0610
           display "3 - Consultar rota"                at 0710
           display "4 - Calendario de coleta"           at 0810
           display "5 - Paradas da rota"               at 0910
           display "0 - Sair"                          at 1010
           display "Opcao: "                           at 1110
           accept rtm-opcao at 1118
           evaluate rtm-opcao
               when "4"
                   perform 2400-calendario-coleta
                      thru 2400-calendario-coleta-exit
               when "5"
                   perform 2500-paradas-rota
                      thru 2500-paradas-rota-exit
               when "0"
                   continue
               when other
                            rtm-status-rota at 1310
               not invalid key
                   display "Rota gravada." at 1310
                   move "I" to rtm-ra-operacao
                   move spaces to rtm-ra-antes
                   perform 2810-audita-rota
                      thru 2810-audita-rota-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-rota-exit
           end-read
           move rot-registro to rtm-ra-antes
           display "Descricao atual: " rot-descricao at 1110
           perform 2150-aceita-dados-rota
              thru 2150-aceita-dados-rota-exit
                            rtm-status-rota at 1310
               not invalid key
                   display "Rota alterada." at 1310
                   move "A" to rtm-ra-operacao
                   perform 2810-audita-rota
                      thru 2810-audita-rota-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
               invalid key
                   move rtm-codigo-trabalho to cal-rota
                   move all "N" to cal-dias-semana
                   move "I" to rtm-ra-operacao
                   move spaces to rtm-ra-antes
               not invalid key
                   move "A" to rtm-ra-operacao
                   move cal-registro to rtm-ra-antes
           end-read
           perform 2410-aceita-um-dia thru 2410-aceita-um-dia-exit
               varying rtm-ind-dia from 1 by 1
                       invalid key
                           display "Erro ao gravar calendario."
                               at 1510
                       not invalid key
                           perform 2820-audita-calendario
                              thru 2820-audita-calendario-exit
                   end-write
               not invalid key
                   perform 2820-audita-calendario
                      thru 2820-audita-calendario-exit
           end-rewrite
           display "Calendario gravado." at 1510
           perform 2900-espera-operador
       2410-aceita-um-dia-exit.
           exit.

      *-----------------------------------------------------------*
      * Paradas da rota: codigo na ordem do percurso, descricao e  *
      * situacao.  Parada nova exige descricao; na existente o     *
      * campo vazio mantem o valor.  Parada nao se exclui (ha      *
      * respostas que apontam para ela) - desativa-se com I.       *
      *-----------------------------------------------------------*
       2500-paradas-rota.
           display erase
           display "PARADAS DA ROTA" at 0310
           display "Codigo da rota: " at 0510
           accept rtm-codigo-trabalho at 0527
           move rtm-codigo-trabalho to rot-codigo
           read rota-mestre
               invalid key
                   display "Rota inexistente." at 1510
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2500-paradas-rota-exit
           end-read
           display rot-descricao at 0545
           move 1 to rtm-parada
           perform 2510-mantem-parada thru 2510-mantem-parada-exit
               until rtm-parada = zeros.
       2500-paradas-rota-exit.
           exit.

       2510-mantem-parada.
           display "Parada (0 = encerra): " at 0710
           accept rtm-parada at 0733
           if rtm-parada = zeros
              go to 2510-mantem-parada-exit
           end-if
           move rtm-codigo-trabalho to par-rota
           move rtm-parada to par-codigo
           read rota-paradas
               invalid key
                   move "N" to rtm-par-existe
                   move spaces to par-descricao
                   move "A" to par-situacao
                   move "I" to rtm-ra-operacao
                   move spaces to rtm-ra-antes
               not invalid key
                   move "S" to rtm-par-existe
                   move "A" to rtm-ra-operacao
                   move par-registro to rtm-ra-antes
           end-read
           display "Descricao      : " at 0910
           display par-descricao at 0928
           display "Situacao [A/I] : " at 1010
           display par-situacao at 1028
           move spaces to rtm-par-descricao rtm-par-situacao
           accept rtm-par-descricao at 0928
           if rtm-par-descricao = spaces
              and not rtm-parada-existe
              display "Descricao obrigatoria na parada nova." at 1510
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2510-mantem-parada-exit
           end-if
           if rtm-par-descricao not = spaces
              move rtm-par-descricao to par-descricao
           end-if
           accept rtm-par-situacao at 1028
           evaluate rtm-par-situacao
               when "A"
               when "a"
                   move "A" to par-situacao
               when "I"
               when "i"
                   move "I" to par-situacao
               when other
                   continue
           end-evaluate
           if rtm-parada-existe
              rewrite par-registro
                  invalid key
                      display "Erro ao regravar parada - status "
                               rtm-status-parada at 1510
                  not invalid key
                      display "Parada alterada." at 1510
                      perform 2830-audita-parada
                         thru 2830-audita-parada-exit
              end-rewrite
           else
              write par-registro
                  invalid key
                      display "Erro ao gravar parada - status "
                               rtm-status-parada at 1510
                  not invalid key
                      display "Parada incluida." at 1510
                      perform 2830-audita-parada
                         thru 2830-audita-parada-exit
              end-write
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit
           display erase
           display "PARADAS DA ROTA" at 0310
           display "Codigo da rota: " at 0510
           display rtm-codigo-trabalho at 0527
           display rot-descricao at 0545.
       2510-mantem-parada-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using rtm-ra-programa rtm-ra-tabela
                               rtm-ra-chave rtm-ra-operacao
                               rtm-ra-antes rtm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-rota.
           move "ROTAS" to rtm-ra-tabela
           move rot-codigo to rtm-ra-chave
           move rot-registro to rtm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-rota-exit.
           exit.

       2820-audita-calendario.
           move "ROTACAL" to rtm-ra-tabela
           move cal-rota to rtm-ra-chave
           move cal-registro to rtm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2820-audita-calendario-exit.
           exit.

       2830-audita-parada.
           move "PARADAS" to rtm-ra-tabela
           move par-chave to rtm-ra-chave
           move par-registro to rtm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2830-audita-parada-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
