      *                    contagem e total, marcando cada cheque   *
      *                    como remetido - corrida reexecutada nao  *
      *                    remete em dobro.                         *
      * 15/10/2026 EQP     A remessa passou a levar ao banco o      *
      *                    pedido de sustacao (registro "S",        *
      *                    contado no trailer) dos cheques          *
      *                    prescritos sustados pelo CHQSUST, uma    *
      *                    vez por cheque.                          *
      *-----------------------------------------------------------*

      *****************************************************************

       77  crm-qtde-remetidos   pic 9(05) value zeros.
       77  crm-total-remetido   pic 9(011)v99 value zeros.
       77  crm-qtde-sustacoes   pic 9(05) value zeros.
       77  crm-total-sustado    pic 9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Layout da remessa combinado com o banco: header "H" com a  *
      * data, um "D" por cheque (numero, valor, favorecido), um    *
      * "S" por pedido de sustacao de cheque prescrito (mesmo      *
      * desenho) e trailer "T" com contagem e total dos "D" e,     *
      * em seguida, dos "S".                                       *
      *-----------------------------------------------------------*
       01  rms-header.
           05  filler                pic x(01) value "H".
           05  rmd-numero            pic 9(07).
           05  rmd-valor             pic 9(07)v99.
           05  rmd-favorecido        pic x(30).
       01  rms-sustacao.
           05  filler                pic x(01) value "S".
           05  rms-numero            pic 9(07).
           05  rms-valor             pic 9(07)v99.
           05  rms-favorecido        pic x(30).
       01  rms-trailer.
           05  filler                pic x(01) value "T".
           05  rmt-qtde              pic 9(05).
           05  rmt-total             pic 9(011)v99.
           05  rmt-qtde-sustacoes    pic 9(05).
           05  rmt-total-sustado     pic 9(011)v99.

      *****************************************************************
      *  PROCEDURE DIVISION
                      move "S" to chr-remetido
                      rewrite chr-registro
                   end-if
                   if chr-sustado and chr-sustado-prescrito
                      and not chr-sustacao-avisada
                      perform 2020-pede-sustacao
                         thru 2020-pede-sustacao-exit
                   end-if
           end-read.
       2010-remete-um-cheque-exit.
           exit.

      *-----------------------------------------------------------*
      * Pedido de sustacao do cheque prescrito (CHQSUST), uma vez  *
      * so: o cheque fica marcado como avisado.                    *
      *-----------------------------------------------------------*
       2020-pede-sustacao.
           move chr-numero to rms-numero
           move chr-valor to rms-valor
           move chr-nome to rms-favorecido
           write rms-registro from rms-sustacao
           add 1 to crm-qtde-sustacoes
           add chr-valor to crm-total-sustado
           move "S" to chr-aviso-sustacao
           rewrite chr-registro.
       2020-pede-sustacao-exit.
           exit.

       3000-encerra-remessa.
           move crm-qtde-remetidos to rmt-qtde
           move crm-total-remetido to rmt-total
           move crm-qtde-sustacoes to rmt-qtde-sustacoes
           move crm-total-sustado to rmt-total-sustado
           write rms-registro from rms-trailer
           display "CHQREMES: " crm-qtde-remetidos
                   " cheques remetidos, total "
                   crm-total-remetido "."
           if crm-qtde-sustacoes > zeros
              display "CHQREMES: " crm-qtde-sustacoes
                      " sustacoes de cheques prescritos, total "
                      crm-total-sustado "."
           end-if.
       3000-encerra-remessa-exit.
           exit.
