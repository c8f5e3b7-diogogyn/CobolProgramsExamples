      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. arqproc.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Relatorio do registro de arquivos de     *
      *                    entrada processados (ARQPROC.DAT,        *
      *                    gravado pela subrotina ARQDUPL nas       *
      *                    cargas): ordena por programa, data e     *
      *                    hora e lista cada carga com a impressao  *
      *                    digital do arquivo (registros e total de *
      *                    controle), as repeticoes recusadas e as  *
      *                    liberadas com o operador de nivel 3,     *
      *                    com totais por situacao.  Filtro         *
      *                    opcional por programa e data inicial.    *
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
           select arq-processados assign to "ARQPROC.DAT"
               organization is line sequential
               file status is apc-status-registro.

           select ordenacao-cargas assign to "APCSORT".

           select cargas-ordenadas assign to "APCWORK"
               organization is line sequential
               file status is apc-status-work.

           select registro-relatorio assign to "ARQPROC.RPT"
               organization is line sequential
               file status is apc-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-processados.
           copy ARQPREC.

       sd  ordenacao-cargas.
       01  sap-registro.
           05  sap-programa          pic x(08).
           05  sap-data              pic 9(08).
           05  sap-hora              pic 9(06).
           05  sap-situacao          pic x(01).
           05  sap-arquivo           pic x(30).
           05  sap-qtde              pic 9(09).
           05  sap-hash              pic 9(18).
           05  sap-operador          pic x(08).

       fd  cargas-ordenadas.
       01  cgo-registro.
           05  cgo-programa          pic x(08).
           05  cgo-data              pic 9(08).
           05  cgo-hora              pic 9(06).
           05  cgo-situacao          pic x(01).
               88  cgo-processado          value "P".
               88  cgo-forcado             value "F".
               88  cgo-recusado            value "R".
           05  cgo-arquivo           pic x(30).
           05  cgo-qtde              pic 9(09).
           05  cgo-hash              pic 9(18).
           05  cgo-operador          pic x(08).

       fd  registro-relatorio.
       01  linha-relatorio           pic x(120).

       working-storage section.

       77  apc-status-registro  pic x(02) value spaces.
           88  apc-fim-registro        value "10".
       77  apc-status-work      pic x(02) value spaces.
           88  apc-fim-work            value "10".
       77  apc-status-relat     pic x(02) value spaces.

       77  apc-filtro-programa  pic x(08) value spaces.
       77  apc-filtro-data      pic 9(08) value zeros.
       77  apc-prog-anterior    pic x(08) value spaces.
       77  apc-primeiro-reg     pic x(01) value "S".
           88  apc-primeira-vez        value "S".

       77  apc-qtde-processados pic 9(07) value zeros.
       77  apc-qtde-forcados    pic 9(07) value zeros.
       77  apc-qtde-recusados   pic 9(07) value zeros.

       01  cab-registro-ap.
           05  filler                pic x(44) value
                  "REGISTRO DE ARQUIVOS DE ENTRADA PROCESSADOS".
       01  cab-colunas-ap.
           05  filler                pic x(03) value spaces.
           05  filler                pic x(20) value
                  "DATA       HORA     ".
           05  filler                pic x(31) value
                  "ARQUIVO                        ".
           05  filler                pic x(10) value "REGISTROS ".
           05  filler                pic x(20) value
                  "TOTAL CONTROLE      ".
           05  filler                pic x(22) value
                  "SITUACAO    OPERADOR  ".
       01  linha-programa-ap.
           05  filler                pic x(10) value "PROGRAMA: ".
           05  lpa-programa          pic x(08).
       01  linha-carga-ap.
           05  filler                pic x(03) value spaces.
           05  lca-dia               pic 99.
           05  filler                pic x(01) value "/".
           05  lca-mes               pic 99.
           05  filler                pic x(01) value "/".
           05  lca-ano               pic 9999.
           05  filler                pic x(01) value space.
           05  lca-hora              pic 99.
           05  filler                pic x(01) value ":".
           05  lca-minuto            pic 99.
           05  filler                pic x(01) value ":".
           05  lca-segundo           pic 99.
           05  filler                pic x(02) value spaces.
           05  lca-arquivo           pic x(30).
           05  filler                pic x(01) value space.
           05  lca-qtde              pic zzzzzzzz9.
           05  filler                pic x(01) value space.
           05  lca-hash              pic z(17)9.
           05  filler                pic x(02) value spaces.
           05  lca-situacao          pic x(10).
           05  filler                pic x(02) value spaces.
           05  lca-operador          pic x(08).
       01  linha-conta-ap.
           05  lta-descricao         pic x(36).
           05  filler                pic x(02) value spaces.
           05  lta-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "REGISTRO DE ARQUIVOS DE ENTRADA PROCESSADOS"
               at 0310
           display "Programa (vazio = todos): " at 0510
           accept apc-filtro-programa at 0537
           display "Desde a data (AAAAMMDD, vazio = tudo): " at 0610
           accept apc-filtro-data at 0650
           move function upper-case(apc-filtro-programa)
                to apc-filtro-programa
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-cargas
               on ascending key sap-programa
                                sap-data
                                sap-hora
               input procedure 2000-carrega-cargas
                        thru 2000-carrega-cargas-exit
               giving cargas-ordenadas
           perform 3000-imprime-registro
              thru 3000-imprime-registro-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close registro-relatorio
           display "Relatorio gerado em ARQPROC.RPT" at 0810
           stop run.

       1000-abrir-arquivos.
           open input arq-processados
           if apc-status-registro not = "00"
              display "ARQPROC: erro ao abrir ARQPROC.DAT - status "
                       apc-status-registro at 0810
              move 16 to return-code
              stop run
           end-if
           open output registro-relatorio
           write linha-relatorio from cab-registro-ap
           write linha-relatorio from cab-colunas-ap
               after advancing 2 lines.
       1000-abrir-arquivos-exit.
           exit.

       2000-carrega-cargas.
           perform 2010-le-uma-carga thru 2010-le-uma-carga-exit
           perform 2020-libera-carga thru 2020-libera-carga-exit
               until apc-fim-registro
           close arq-processados.
       2000-carrega-cargas-exit.
           exit.

       2010-le-uma-carga.
           read arq-processados
               at end
                   set apc-fim-registro to true
               not at end
                   continue
           end-read.
       2010-le-uma-carga-exit.
           exit.

       2020-libera-carga.
           if (apc-filtro-programa = spaces
               or arp-programa = apc-filtro-programa)
              and arp-data not < apc-filtro-data
              move arp-programa to sap-programa
              move arp-data to sap-data
              move arp-hora to sap-hora
              move arp-situacao to sap-situacao
              move arp-arquivo to sap-arquivo
              move arp-qtde to sap-qtde
              move arp-hash to sap-hash
              move arp-operador to sap-operador
              release sap-registro
           end-if
           perform 2010-le-uma-carga thru 2010-le-uma-carga-exit.
       2020-libera-carga-exit.
           exit.

      *-----------------------------------------------------------*
      * Lista as cargas sob o cabecalho de cada programa.          *
      *-----------------------------------------------------------*
       3000-imprime-registro.
           open input cargas-ordenadas
           perform 3010-le-ordenada thru 3010-le-ordenada-exit
           perform 3020-imprime-carga thru 3020-imprime-carga-exit
               until apc-fim-work
           close cargas-ordenadas.
       3000-imprime-registro-exit.
           exit.

       3010-le-ordenada.
           read cargas-ordenadas
               at end
                   set apc-fim-work to true
               not at end
                   continue
           end-read.
       3010-le-ordenada-exit.
           exit.

       3020-imprime-carga.
           if apc-primeira-vez
              or cgo-programa not = apc-prog-anterior
              move "N" to apc-primeiro-reg
              move cgo-programa to apc-prog-anterior
              move cgo-programa to lpa-programa
              write linha-relatorio from linha-programa-ap
                  after advancing 2 lines
           end-if
           move cgo-data(7:2) to lca-dia
           move cgo-data(5:2) to lca-mes
           move cgo-data(1:4) to lca-ano
           move cgo-hora(1:2) to lca-hora
           move cgo-hora(3:2) to lca-minuto
           move cgo-hora(5:2) to lca-segundo
           move cgo-arquivo to lca-arquivo
           move cgo-qtde to lca-qtde
           move cgo-hash to lca-hash
           move cgo-operador to lca-operador
           evaluate true
               when cgo-processado
                   move "PROCESSADO" to lca-situacao
                   add 1 to apc-qtde-processados
               when cgo-forcado
                   move "LIBERADO" to lca-situacao
                   add 1 to apc-qtde-forcados
               when cgo-recusado
                   move "RECUSADO" to lca-situacao
                   add 1 to apc-qtde-recusados
               when other
                   move cgo-situacao to lca-situacao
           end-evaluate
           write linha-relatorio from linha-carga-ap
               after advancing 1 line
           perform 3010-le-ordenada thru 3010-le-ordenada-exit.
       3020-imprime-carga-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "CARGAS PROCESSADAS:" to lta-descricao
           move apc-qtde-processados to lta-quantidade
           write linha-relatorio from linha-conta-ap
               after advancing 1 line
           move "REPETICOES LIBERADAS (NIVEL 3):" to lta-descricao
           move apc-qtde-forcados to lta-quantidade
           write linha-relatorio from linha-conta-ap
               after advancing 1 line
           move "REPETICOES RECUSADAS:" to lta-descricao
           move apc-qtde-recusados to lta-quantidade
           write linha-relatorio from linha-conta-ap
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
