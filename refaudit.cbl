      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. refaudit.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Relatorio da trilha comum das tabelas de *
      *                    referencia (REFAUDIT.DAT, gravada pela   *
      *                    subrotina REFAUD nos programas de        *
      *                    manutencao): filtra por tabela,          *
      *                    operador e faixa de datas, ordena por    *
      *                    tabela, chave e data/hora e imprime cada *
      *                    evento com a imagem do registro antes e  *
      *                    depois, com totais por operacao.         *
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
           select trilha-referencia assign to "REFAUDIT.DAT"
               organization is line sequential
               file status is rfr-status-trilha.

           select ordenacao-trilha assign to "RFRSORT".

           select eventos-ordenados assign to "RFRWORK"
               organization is line sequential
               file status is rfr-status-work.

           select trilha-relatorio assign to "REFAUDIT.RPT"
               organization is line sequential
               file status is rfr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  trilha-referencia.
           copy REFAUDRC.

       sd  ordenacao-trilha.
           copy REFAUDRC replacing leading ==RFA== by ==SRF==.

       fd  eventos-ordenados.
           copy REFAUDRC replacing leading ==RFA== by ==ERF==.

       fd  trilha-relatorio.
       01  linha-relatorio           pic x(170).

       working-storage section.

       77  rfr-status-trilha    pic x(02) value spaces.
           88  rfr-fim-trilha          value "10".
       77  rfr-status-work      pic x(02) value spaces.
           88  rfr-fim-work            value "10".
       77  rfr-status-relat     pic x(02) value spaces.

       77  rfr-tabela-filtro    pic x(08) value spaces.
       77  rfr-operador-filtro  pic x(08) value spaces.
       77  rfr-data-inicial     pic 9(08) value zeros.
       77  rfr-data-final       pic 9(08) value zeros.
       77  rfr-data-evento      pic 9(08) value zeros.
       77  rfr-tabela-anterior  pic x(08) value spaces.
       77  rfr-primeiro-evento  pic x(01) value "S".
           88  rfr-primeira-vez        value "S".

       77  rfr-qtde-inclusoes   pic 9(07) value zeros.
       77  rfr-qtde-alteracoes  pic 9(07) value zeros.
       77  rfr-qtde-exclusoes   pic 9(07) value zeros.

       01  cab-trilha-ref.
           05  filler                pic x(40) value
                  "TRILHA DAS TABELAS DE REFERENCIA - TAB: ".
           05  ctr-tabela            pic x(08).
           05  filler                pic x(06) value "  OP: ".
           05  ctr-operador          pic x(08).
           05  filler                pic x(09) value "  FAIXA  ".
           05  ctr-data-inicial      pic 9(08).
           05  filler                pic x(03) value " A ".
           05  ctr-data-final        pic 9(08).
       01  linha-tabela-ref.
           05  filler                pic x(08) value "TABELA: ".
           05  ltr-tabela            pic x(08).
       01  linha-evento-ref.
           05  filler                pic x(03) value spaces.
           05  lev-data-hora         pic x(14).
           05  filler                pic x(02) value spaces.
           05  lev-operador          pic x(08).
           05  filler                pic x(02) value spaces.
           05  lev-programa          pic x(08).
           05  filler                pic x(02) value spaces.
           05  lev-chave             pic x(20).
           05  filler                pic x(02) value spaces.
           05  lev-operacao          pic x(09).
       01  linha-imagem-ref.
           05  filler                pic x(06) value spaces.
           05  lim-rotulo            pic x(08).
           05  lim-imagem            pic x(150).
       01  linha-conta-ref.
           05  lcr-descricao         pic x(30).
           05  lcr-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "TRILHA DAS TABELAS DE REFERENCIA" at 0310
           display "Tabela (vazio = todas): " at 0510
           accept rfr-tabela-filtro at 0535
           display "Operador (vazio = todos): " at 0610
           accept rfr-operador-filtro at 0637
           display "Data inicial (AAAAMMDD, zeros = aberta): "
               at 0710
           accept rfr-data-inicial at 0752
           display "Data final   (AAAAMMDD, zeros = aberta): "
               at 0810
           accept rfr-data-final at 0852
           move function upper-case(rfr-tabela-filtro)
                to rfr-tabela-filtro
           if rfr-data-final = zeros
              move 99999999 to rfr-data-final
           end-if
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-trilha
               on ascending key srf-tabela
                                srf-chave
                                srf-data-hora
               input procedure 2000-carrega-eventos
                        thru 2000-carrega-eventos-exit
               giving eventos-ordenados
           perform 3000-imprime-trilha thru 3000-imprime-trilha-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close trilha-relatorio
           display "Relatorio gerado em REFAUDIT.RPT" at 1010
           stop run.

       1000-abrir-arquivos.
           open input trilha-referencia
           if rfr-status-trilha not = "00"
              display "REFAUDIT: erro ao abrir REFAUDIT.DAT - status "
                       rfr-status-trilha at 1010
              move 16 to return-code
              stop run
           end-if
           open output trilha-relatorio
           move rfr-tabela-filtro to ctr-tabela
           if rfr-tabela-filtro = spaces
              move "(TODAS)" to ctr-tabela
           end-if
           move rfr-operador-filtro to ctr-operador
           if rfr-operador-filtro = spaces
              move "(TODOS)" to ctr-operador
           end-if
           move rfr-data-inicial to ctr-data-inicial
           move rfr-data-final to ctr-data-final
           write linha-relatorio from cab-trilha-ref.
       1000-abrir-arquivos-exit.
           exit.

       2000-carrega-eventos.
           perform 2010-le-um-evento thru 2010-le-um-evento-exit
           perform 2020-libera-evento thru 2020-libera-evento-exit
               until rfr-fim-trilha
           close trilha-referencia.
       2000-carrega-eventos-exit.
           exit.

       2010-le-um-evento.
           read trilha-referencia
               at end
                   set rfr-fim-trilha to true
               not at end
                   continue
           end-read.
       2010-le-um-evento-exit.
           exit.

       2020-libera-evento.
           if rfa-data-hora(1:8) is numeric
              move rfa-data-hora(1:8) to rfr-data-evento
           else
              move zeros to rfr-data-evento
           end-if
           if (rfr-tabela-filtro = spaces
               or rfa-tabela = rfr-tabela-filtro)
              and (rfr-operador-filtro = spaces
               or rfa-operador = rfr-operador-filtro)
              and rfr-data-evento not < rfr-data-inicial
              and rfr-data-evento not > rfr-data-final
              move rfa-registro to srf-registro
              release srf-registro
           end-if
           perform 2010-le-um-evento thru 2010-le-um-evento-exit.
       2020-libera-evento-exit.
           exit.

      *-----------------------------------------------------------*
      * Lista os eventos sob o cabecalho de cada tabela, com as    *
      * imagens antes e depois logo abaixo da linha do evento.     *
      *-----------------------------------------------------------*
       3000-imprime-trilha.
           open input eventos-ordenados
           perform 3010-le-ordenado thru 3010-le-ordenado-exit
           perform 3020-imprime-evento thru 3020-imprime-evento-exit
               until rfr-fim-work
           close eventos-ordenados.
       3000-imprime-trilha-exit.
           exit.

       3010-le-ordenado.
           read eventos-ordenados
               at end
                   set rfr-fim-work to true
               not at end
                   continue
           end-read.
       3010-le-ordenado-exit.
           exit.

       3020-imprime-evento.
           if rfr-primeira-vez
              or erf-tabela not = rfr-tabela-anterior
              move "N" to rfr-primeiro-evento
              move erf-tabela to rfr-tabela-anterior
              move erf-tabela to ltr-tabela
              write linha-relatorio from linha-tabela-ref
                  after advancing 2 lines
           end-if
           move erf-data-hora to lev-data-hora
           move erf-operador to lev-operador
           move erf-programa to lev-programa
           move erf-chave to lev-chave
           evaluate true
               when erf-inclusao
                   move "INCLUSAO" to lev-operacao
                   add 1 to rfr-qtde-inclusoes
               when erf-alteracao
                   move "ALTERACAO" to lev-operacao
                   add 1 to rfr-qtde-alteracoes
               when erf-exclusao
                   move "EXCLUSAO" to lev-operacao
                   add 1 to rfr-qtde-exclusoes
               when other
                   move erf-operacao to lev-operacao
           end-evaluate
           write linha-relatorio from linha-evento-ref
               after advancing 1 line
           if erf-imagem-antes not = spaces
              move "ANTES : " to lim-rotulo
              move erf-imagem-antes to lim-imagem
              write linha-relatorio from linha-imagem-ref
                  after advancing 1 line
           end-if
           if erf-imagem-depois not = spaces
              move "DEPOIS: " to lim-rotulo
              move erf-imagem-depois to lim-imagem
              write linha-relatorio from linha-imagem-ref
                  after advancing 1 line
           end-if
           perform 3010-le-ordenado thru 3010-le-ordenado-exit.
       3020-imprime-evento-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "INCLUSOES:" to lcr-descricao
           move rfr-qtde-inclusoes to lcr-quantidade
           write linha-relatorio from linha-conta-ref
               after advancing 1 line
           move "ALTERACOES:" to lcr-descricao
           move rfr-qtde-alteracoes to lcr-quantidade
           write linha-relatorio from linha-conta-ref
               after advancing 1 line
           move "EXCLUSOES:" to lcr-descricao
           move rfr-qtde-exclusoes to lcr-quantidade
           write linha-relatorio from linha-conta-ref
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
