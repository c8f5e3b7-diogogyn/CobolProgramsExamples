      *                    e/ou faixa de data - o "quem mexeu no    *
      *                    que dia 14" deixa de custar meia         *
      *                    diaria de fusao a olho.                  *
      * 15/10/2026 EQP     Inclui a trilha das tabelas de           *
      *                    referencia (REFAUDIT.DAT) como quinta    *
      *                    fonte, com tabela, chave, operacao e     *
      *                    programa.                                *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is otr-status-sessjrn.

           select refaudit-log assign to "REFAUDIT.DAT"
               organization is line sequential
               file status is otr-status-refaud.

           select ordenacao-trilha assign to "OTRSORT".

           select trilha-relatorio assign to "OPERTRIL.RPT"
       fd  sessao-diario.
           copy SESSJRNL.

       fd  refaudit-log.
           copy REFAUDRC.

       sd  ordenacao-trilha.
       01  str-registro.
           05  str-data-hora         pic x(14).
           88  otr-fim-errlog          value "10".
       77  otr-status-sessjrn   pic x(02) value spaces.
           88  otr-fim-sessjrn         value "10".
       77  otr-status-refaud    pic x(02) value spaces.
           88  otr-fim-refaud          value "10".
       77  otr-status-relat     pic x(02) value spaces.
       77  otr-fim-ordenacao    pic x(01) value "N".

       77  otr-qtde-vdraud      pic 9(07) value zeros.
       77  otr-qtde-errlog      pic 9(07) value zeros.
       77  otr-qtde-sessjrn     pic 9(07) value zeros.
       77  otr-qtde-refaud      pic 9(07) value zeros.
       77  otr-qtde-listados    pic 9(07) value zeros.

       01  cab-trilha.
           exit.

      *-----------------------------------------------------------*
      * Carrega as cinco fontes, cada uma opcional (ausente e     *
      * pulada), aplicando o filtro de operador e de faixa de      *
      * datas antes de liberar para a ordenacao.                   *
      *-----------------------------------------------------------*
           perform 2300-carrega-errlog
              thru 2300-carrega-errlog-exit
           perform 2400-carrega-sessjrn
              thru 2400-carrega-sessjrn-exit
           perform 2500-carrega-refaudit
              thru 2500-carrega-refaudit-exit.
       2000-carrega-fontes-exit.
           exit.

       2410-libera-sessjrn-exit.
           exit.

       2500-carrega-refaudit.
           open input refaudit-log
           if otr-status-refaud not = "00"
              go to 2500-carrega-refaudit-exit
           end-if
           perform 2510-libera-refaudit
              thru 2510-libera-refaudit-exit
               until otr-fim-refaud
           close refaudit-log.
       2500-carrega-refaudit-exit.
           exit.

       2510-libera-refaudit.
           read refaudit-log
               at end
                   set otr-fim-refaud to true
               not at end
                   if otr-operador-filtro not = spaces
                      and rfa-operador not = otr-operador-filtro
                      go to 2510-libera-refaudit-exit
                   end-if
                   if rfa-data-hora(1:8) is numeric
                      move rfa-data-hora(1:8) to otr-data-evento
                   else
                      move zeros to otr-data-evento
                   end-if
                   if otr-data-evento < otr-data-inicial
                      or otr-data-evento > otr-data-final
                      go to 2510-libera-refaudit-exit
                   end-if
                   move rfa-data-hora to str-data-hora
                   move "REFAUDIT" to str-fonte
                   move rfa-operador to str-operador
                   move spaces to str-descricao
                   string rfa-tabela delimited by space
                          " " delimited by size
                          rfa-chave delimited by "  "
                          " OPERACAO " delimited by size
                          rfa-operacao delimited by size
                          " POR " delimited by size
                          rfa-programa delimited by space
                          into str-descricao
                   end-string
                   release str-registro
                   add 1 to otr-qtde-refaud
           end-read.
       2510-libera-refaudit-exit.
           exit.

       3000-imprime-trilha.
           perform 3010-imprime-um-evento
              thru 3010-imprime-um-evento-exit
               after advancing 1 line
           move "DIARIO DE SESSOES:" to lct-descricao
           move otr-qtde-sessjrn to lct-quantidade
           write linha-relatorio from linha-conta-trilha
               after advancing 1 line
           move "TABELAS DE REFERENCIA:" to lct-descricao
           move otr-qtde-refaud to lct-quantidade
           write linha-relatorio from linha-conta-trilha
               after advancing 1 line
           display "Trilha em OPERTRIL.RPT - "
