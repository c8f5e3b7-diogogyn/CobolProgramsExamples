      *                    sobrando da noite anterior (com o        *
      *                    resumo velho ainda no disco) nao fecha   *
      *                    mais um dia em que a noite nem rodou.    *
      * 15/10/2026 EQP     O proximo dia util passou a vir da       *
      *                    subrotina DIAUTIL com o calendario da    *
      *                    matriz (filial 000): feriados nacionais, *
      *                    estaduais da UF e municipais da filial,  *
      *                    mantidos pelo FERMANUT.                  *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is dfc-status-resumo.

           select fechamento-diario assign to "DIACLOSE.DAT"
               organization is line sequential
               file status is dfc-status-fecha.
       fd  resumo-pronto.
       01  rsp-linha                 pic x(80).

       fd  fechamento-diario.
      *-----------------------------------------------------------*
      * Evento de fechamento do dia: data fechada, data nova,      *
       77  dfc-status-aceita    pic x(02) value spaces.
           88  dfc-fim-aceita          value "10".
       77  dfc-status-resumo    pic x(02) value spaces.
       77  dfc-status-fecha     pic x(02) value spaces.
       77  dfc-status-sessao    pic x(02) value spaces.

       77  dfc-dia-semana       pic 9(01) value zeros.
       77  dfc-div-quociente    pic 9(07) value zeros.
       77  dfc-e-util           pic x(01) value "N".
      *    O dia de negocio e o da instalacao: vale o calendario
      *    da matriz (filial 000) na subrotina DIAUTIL.
       77  dfc-filial-calendario pic 9(03) value zeros.
       77  dfc-descricao-feriado pic x(30) value spaces.
       77  entra                pic x(01) value spaces.

      *****************************************************************

      *-----------------------------------------------------------*
      * Avanca a data de negocio para o proximo dia util (pula    *
      * sabado, domingo e os feriados da matriz - subrotina        *
      * DIAUTIL sobre FERIADOS.DAT) e regrava o DATAPROC.DAT.      *
      *-----------------------------------------------------------*
       6000-avanca-data.
           move function integer-of-date(dfc-data-negocio)
                to dfc-int-dia
           move "N" to dfc-e-util
       6000-avanca-data-exit.
           exit.

       6100-proximo-dia-util.
           add 1 to dfc-int-dia
           divide dfc-int-dia by 7
              move "S" to dfc-e-util
              compute dfc-data-nova =
                      function date-of-integer(dfc-int-dia)
              call "DIAUTIL" using dfc-data-nova
                                   dfc-filial-calendario
                                   dfc-e-util
                                   dfc-descricao-feriado
              end-call
           else
              move "N" to dfc-e-util
           end-if.
       6100-proximo-dia-util-exit.
           exit.

       7000-registra-fechamento.
           open extend fechamento-diario
           if dfc-status-fecha = "35"
