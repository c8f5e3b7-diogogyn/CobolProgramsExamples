      *                    o envelope fechado com filial, data e    *
      *                    total geral.  A consolidacao FILECONS    *
      *                    confere tudo isso na matriz.             *
      * 15/10/2026 EQP     Detalhe do envelope alargado para o      *
      *                    layout de VENDREC com a nota de origem   *
      *                    da devolucao.                            *
      *-----------------------------------------------------------*

      *****************************************************************
           copy VALOREG.

       fd  envelope-saida.
       01  env-linha                 pic x(120).

       working-storage section.

           05  ear-nome              pic x(12).
       01  env-detalhe.
           05  filler                pic x(01) value "D".
           05  edt-payload           pic x(119).
       01  env-trailer.
           05  filler                pic x(01) value "T".
           05  etr-qtde              pic 9(07).
