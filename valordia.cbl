      *                    ARCPURGE): os lancamentos expurgados     *
      *                    continuam legiveis para o fechamento de  *
      *                    caixa historico.                         *
      * 15/10/2026 EQP     Recibos cancelados (RECIBCAN.DAT)        *
      *                    listados ao final do movimento com data, *
      *                    operador, recibo, valor e motivo, e      *
      *                    totais por moeda; com a fatia do dia, so *
      *                    os da data de negocio.                   *
      *-----------------------------------------------------------*

      *-----------------------------------------------------------*
               organization is line sequential
               file status is vdi-status-arquivo.

           select recibo-cancelado assign to "RECIBCAN.DAT"
               organization is line sequential
               file status is vdi-status-cancel.

           select ordenacao-movimento assign to "VDISORT".

           select movimento-relatorio assign to "VALORDIA.RPT"
       fd  valor-arquivado.
           copy VALOREG replacing leading ==VL== by ==VLA==.

       fd  recibo-cancelado.
           copy RECIBCAN.

       sd  ordenacao-movimento.
       01  svd-registro.
           05  svd-data              pic 9(08).
           05  svd-valor             pic 9(09)v99.

       fd  movimento-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

           05  filler                pic x(25) value
                                 "LANCAMENTOS DO OPERADOR:".
           05  lso-qtde              pic zzzzzz9.

      *-----------------------------------------------------------*
      * Recibos cancelados (RECIBCAN.DAT): listados depois do      *
      * movimento, com o motivo, para o fechamento de caixa        *
      * (CAIXASES) explicar a diferenca.  Com a fatia do dia, so   *
      * os recibos da data de negocio.                             *
      *-----------------------------------------------------------*
       77  vdi-status-cancel    pic x(02) value spaces.
           88  vdi-fim-cancel          value "10".
       77  vdi-qtde-cancel-brl  pic 9(07) value zeros.
       77  vdi-qtde-cancel-usd  pic 9(07) value zeros.
       77  vdi-total-cancel-brl pic 9(011)v99 value zeros.
       77  vdi-total-cancel-usd pic 9(011)v99 value zeros.
       01  cab-cancelados.
           05  filler                pic x(18) value
                  "RECIBOS CANCELADOS".
       01  cab-cancelados-col.
           05  filler                pic x(50) value
              "DATA     OPERADOR RECIBO  MOEDA            VALOR  ".
           05  filler                pic x(06) value "MOTIVO".
       01  linha-cancelado.
           05  lcn-data              pic 9(08).
           05  filler                pic x(01) value space.
           05  lcn-operador          pic x(08).
           05  filler                pic x(01) value space.
           05  lcn-recibo            pic 9(07).
           05  filler                pic x(01) value space.
           05  lcn-moeda             pic x(03).
           05  filler                pic x(01) value space.
           05  lcn-valor             pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  lcn-motivo            pic x(40).
       01  linha-total-cancelado.
           05  filler                pic x(06) value spaces.
           05  ltc-moeda             pic x(03).
           05  filler                pic x(13) value "  CANCELADOS ".
           05  filler                pic x(01) value space.
           05  ltc-qtde              pic zzzzzz9.
           05  filler                pic x(08) value "  TOTAL ".
           05  ltc-total             pic zz.zzz.zzz.zz9,99.

       01  linha-sub-dia.
           05  filler                pic x(21) value
                                 "LANCAMENTOS DO DIA: ".
                        thru 2000-carrega-valores-exit
               output procedure 3000-imprime-movimento
                        thru 3000-imprime-movimento-exit
           perform 4000-lista-cancelados
              thru 4000-lista-cancelados-exit
           close movimento-relatorio
           stop run.

               after advancing 1 line.
       3080-fecha-dia-exit.
           exit.

       4000-lista-cancelados.
           open input recibo-cancelado
           if vdi-status-cancel not = "00"
              go to 4000-lista-cancelados-exit
           end-if
           write linha-relatorio from cab-cancelados
               after advancing 2 lines
           write linha-relatorio from cab-cancelados-col
               after advancing 1 line
           perform 4010-le-um-cancelado
              thru 4010-le-um-cancelado-exit
           perform 4020-lista-um-cancelado
              thru 4020-lista-um-cancelado-exit
               until vdi-fim-cancel
           close recibo-cancelado
           move "BRL" to ltc-moeda
           move vdi-qtde-cancel-brl to ltc-qtde
           move vdi-total-cancel-brl to ltc-total
           write linha-relatorio from linha-total-cancelado
               after advancing 1 line
           move "USD" to ltc-moeda
           move vdi-qtde-cancel-usd to ltc-qtde
           move vdi-total-cancel-usd to ltc-total
           write linha-relatorio from linha-total-cancelado
               after advancing 1 line.
       4000-lista-cancelados-exit.
           exit.

       4010-le-um-cancelado.
           read recibo-cancelado
               at end
                   set vdi-fim-cancel to true
               not at end
                   continue
           end-read.
       4010-le-um-cancelado-exit.
           exit.

       4020-lista-um-cancelado.
           if vdi-usa-fatia = "S"
              and rcn-data-recibo not = vdi-data-negocio
              go to 4020-proximo-cancelado
           end-if
           move rcn-data-recibo to lcn-data
           move rcn-operador to lcn-operador
           move rcn-recibo to lcn-recibo
           move rcn-moeda to lcn-moeda
           move rcn-valor to lcn-valor
           move rcn-motivo to lcn-motivo
           write linha-relatorio from linha-cancelado
               after advancing 1 line
           if rcn-moeda-dolar
              add 1 to vdi-qtde-cancel-usd
              add rcn-valor to vdi-total-cancel-usd
           else
              add 1 to vdi-qtde-cancel-brl
              add rcn-valor to vdi-total-cancel-brl
           end-if.
       4020-proximo-cancelado.
           perform 4010-le-um-cancelado
              thru 4010-le-um-cancelado-exit.
       4020-lista-um-cancelado-exit.
           exit.
