      *                    acabam os onibus inteiros do mesmo        *
      *                    perfil.  Metas zeradas valem coleta       *
      *                    livre, como antes.                        *
      * 15/10/2026 EQP     Paradas de embarque e desembarque        *
      *                    capturadas e gravadas em cada resposta,  *
      *                    conferidas contra as paradas ativas da   *
      *                    rota (PARADAS.DAT); rota sem paradas     *
      *                    cadastradas grava zeros.                 *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is ent-codigo
               file status is onb-status-entrev.

           select rota-paradas assign to "PARADAS"
               organization is indexed
               access mode is dynamic
               record key is par-chave
               file status is onb-status-parada.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  entrevistador-mestre.
           copy ENTREC.

       fd  rota-paradas.
           copy PARADREC.

       working-storage section.

       copy DATASIS.
           88  onb-entrev-ok           value "S".
       77  onb-entrevistador    pic 9(004) value zeros.

      *-----------------------------------------------------------*
      * Paradas de embarque e desembarque: obrigatorias e          *
      * conferidas contra as paradas ativas quando a rota tem      *
      * paradas cadastradas; sem paradas (ou sem o mestre), zeros. *
      *-----------------------------------------------------------*
       77  onb-status-parada    pic x(002) value spaces.
       77  onb-tem-paradas      pic x(001) value "N".
           88  onb-paradas-ok          value "S".
       77  onb-rota-paradas     pic x(001) value "N".
           88  onb-rota-com-paradas    value "S".
       77  onb-embarque         pic 9(003) value zeros.
       77  onb-desembarque      pic 9(003) value zeros.
       77  onb-parada           pic 9(003) value zeros.
       77  onb-parada-valida    pic x(001) value "N".
           88  onb-parada-aceita       value "S".

       77  onb-qtde-homens      pic 9(005) value zeros.
       77  onb-qtde-mulheres    pic 9(005) value zeros.
       77  onb-percent-homens   pic 9(003)v99 value zeros.
           if onb-entrev-ok
              close entrevistador-mestre
           end-if
           if onb-paradas-ok
              close rota-paradas
           end-if
           close resposta-onibus onibus-relatorio rota-mestre
           stop run.

           if onb-status-entrev = "00"
              move "S" to onb-tem-entrev
           end-if
           open input rota-paradas
           if onb-status-parada = "00"
              move "S" to onb-tem-paradas
           end-if
           open input rota-mestre
           if not onb-rota-ok
              display "Cadastre as rotas pelo ROTAMANUT." at 1510
           accept onb-motorista at 0622
           perform 1120-aceita-entrevistador
              thru 1120-aceita-entrevistador-exit
           perform 1130-verifica-paradas
              thru 1130-verifica-paradas-exit
           call "BUSDATE" using onb-data-real onb-data-negocio
           end-call
           move onb-data-negocio to data-sistema
       1120-aceita-entrevistador-exit.
           exit.

      *-----------------------------------------------------------*
      * A rota tem paradas cadastradas se ha ao menos um registro  *
      * dela em PARADAS.DAT.                                       *
      *-----------------------------------------------------------*
       1130-verifica-paradas.
           move "N" to onb-rota-paradas
           if not onb-paradas-ok
              go to 1130-verifica-paradas-exit
           end-if
           move onb-rota to par-rota
           move zeros to par-codigo
           start rota-paradas key not less than par-chave
               invalid key
                   go to 1130-verifica-paradas-exit
           end-start
           read rota-paradas next record
               at end
                   go to 1130-verifica-paradas-exit
           end-read
           if par-rota = onb-rota
              move "S" to onb-rota-paradas
           end-if.
       1130-verifica-paradas-exit.
           exit.

      *-----------------------------------------------------------*
      * Prepara o controle de cota da rota: carrega as metas do    *
      * mestre e conta o ja coletado nesta rota/data (sessoes      *
           display "Sexo [M/F]: " at 0810
           display "Peso (kg): " at 0910
           display "Altura (cm): " at 1010
           if onb-rota-com-paradas
              display "Embarque (parada): " at 1110
              display "Desembarque (parada): " at 1210
           end-if
           perform 2010-aceita-idade  thru 2010-aceita-idade-exit
           perform 2020-aceita-sexo   thru 2020-aceita-sexo-exit
           if onb-cota-ativa
           end-if
           perform 2030-aceita-peso   thru 2030-aceita-peso-exit
           perform 2040-aceita-altura thru 2040-aceita-altura-exit
           move zeros to onb-embarque onb-desembarque
           if onb-rota-com-paradas
              perform 2060-aceita-embarque
                 thru 2060-aceita-embarque-exit
              perform 2070-aceita-desembarque
                 thru 2070-aceita-desembarque-exit
           end-if
           add 1 to onb-sequencial
           add idade to onb-soma-idades
           add peso  to onb-soma-pesos
           move altura         to ob-altura
           move onb-filial     to ob-filial
           move onb-entrevistador to ob-entrevistador
           move onb-embarque to ob-parada-embarque
           move onb-desembarque to ob-parada-desembarque
           move "A" to ob-situacao
           write ob-registro
           if onb-cota-ativa
       2040-aceita-altura-exit.
           exit.

       2060-aceita-embarque.
           accept onb-embarque at 1133
           move onb-embarque to onb-parada
           perform 2080-confere-parada thru 2080-confere-parada-exit
           if not onb-parada-aceita
              go to 2060-aceita-embarque
           end-if
           display par-descricao at 1140.
       2060-aceita-embarque-exit.
           exit.

       2070-aceita-desembarque.
           accept onb-desembarque at 1233
           if onb-desembarque = onb-embarque
              display "Desembarque igual ao embarque." at 1410
              go to 2070-aceita-desembarque
           end-if
           move onb-desembarque to onb-parada
           perform 2080-confere-parada thru 2080-confere-parada-exit
           if not onb-parada-aceita
              go to 2070-aceita-desembarque
           end-if
           display par-descricao at 1240.
       2070-aceita-desembarque-exit.
           exit.

      *-----------------------------------------------------------*
      * A parada digitada tem que existir na rota e estar ativa.   *
      *-----------------------------------------------------------*
       2080-confere-parada.
           move "N" to onb-parada-valida
           move onb-rota to par-rota
           move onb-parada to par-codigo
           read rota-paradas
               invalid key
                   display "Parada inexistente na rota." at 1410
                   go to 2080-confere-parada-exit
           end-read
           if par-desativada
              display "Parada desativada na rota.  " at 1410
              go to 2080-confere-parada-exit
           end-if
           move "S" to onb-parada-valida.
       2080-confere-parada-exit.
           exit.

       3000-calcula-estatisticas.
           if onb-sequencial > zero
              compute onb-idade-media rounded =
