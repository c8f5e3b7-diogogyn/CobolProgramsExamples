      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. audcadei.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Verificacao do encadeamento dos diarios  *
      *                    de auditoria (CLIAUDIT, VDRAUDIT e       *
      *                    SESSJRN.DAT): percorre cada diario na    *
      *                    ordem da cadeia - o arquivo morto do     *
      *                    ARCPURGE primeiro, depois o vivo -       *
      *                    recalculando o hash de cada registro     *
      *                    (ENCADEIA) e acusa o primeiro elo        *
      *                    quebrado, os registros faltantes e as    *
      *                    lacunas de sequencia, com a geracao e a  *
      *                    posicao de cada ocorrencia.  Registros   *
      *                    anteriores ao encadeamento sao so        *
      *                    contados.  Havendo ocorrencia, termina   *
      *                    com RC 16.                               *
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
           select arquivo-diario assign to dynamic acd-nome-geracao
               organization is line sequential
               file status is acd-status-diario.

           select cadeia-relatorio assign to "AUDCADEI.RPT"
               organization is line sequential
               file status is acd-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arquivo-diario.
       01  dia-linha                 pic x(400).

       fd  cadeia-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  acd-status-diario    pic x(02) value spaces.
           88  acd-fim-diario          value "10".
       77  acd-status-relat     pic x(02) value spaces.
       77  acd-opcao            pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Diario em verificacao: nome do vivo, do morto (espacos     *
      * quando o ARCPURGE nao arquiva o diario) e tamanho do       *
      * conteudo encadeado, como gravado pelos programas.          *
      *-----------------------------------------------------------*
       77  acd-nome-vivo        pic x(20) value spaces.
       77  acd-nome-morto       pic x(20) value spaces.
       77  acd-nome-geracao     pic x(20) value spaces.
       77  acd-geracao          pic x(06) value spaces.
       77  acd-pos-sequencia    pic 9(03) value zeros.
       77  acd-pos-hash         pic 9(03) value zeros.

       77  acd-ec-funcao        pic x(01) value "H".
       77  acd-ec-tamanho       pic 9(03) value zeros.
       77  acd-ec-sequencia     pic 9(09) value zeros.
       77  acd-ec-hash          pic 9(12) value zeros.

       77  acd-cadeia           pic x(01) value "N".
           88  acd-cadeia-iniciada     value "S".
       77  acd-sequencia-lida   pic 9(09) value zeros.
       77  acd-hash-lido        pic 9(12) value zeros.
       77  acd-sequencia-ant    pic 9(09) value zeros.
       77  acd-hash-ant         pic 9(12) value zeros.
       77  acd-posicao          pic 9(09) value zeros.
       77  acd-primeira         pic x(01) value "N".
           88  acd-tem-primeira        value "S".

       77  acd-qtde-lidos       pic 9(09) value zeros.
       77  acd-qtde-sem-elo     pic 9(09) value zeros.
       77  acd-qtde-elos-ok     pic 9(09) value zeros.
       77  acd-qtde-quebras     pic 9(07) value zeros.
       77  acd-qtde-lacunas     pic 9(07) value zeros.
       77  acd-qtde-faltantes   pic 9(09) value zeros.
       77  acd-qtde-ocorrencias pic 9(07) value zeros.

       01  cab-cadeia.
           05  filler                pic x(38) value
                  "VERIFICACAO DO ENCADEAMENTO - DIARIO ".
           05  cc-diario             pic x(20).
       01  cab-colunas-cadeia.
           05  filler                pic x(08) value "GERACAO ".
           05  filler                pic x(11) value "  POSICAO  ".
           05  filler                pic x(11) value " SEQUENCIA ".
           05  filler                pic x(10) value "OCORRENCIA".
       01  linha-ocorrencia.
           05  loc-geracao           pic x(06).
           05  filler                pic x(02) value spaces.
           05  loc-posicao           pic zzzzzzzz9.
           05  filler                pic x(02) value spaces.
           05  loc-sequencia         pic zzzzzzzz9.
           05  filler                pic x(02) value spaces.
           05  loc-descricao         pic x(60).
       01  linha-primeira.
           05  filler                pic x(25) value
                  "PRIMEIRO ELO QUEBRADO:   ".
           05  lpr-geracao           pic x(06).
           05  filler                pic x(10) value "  POSICAO ".
           05  lpr-posicao           pic zzzzzzzz9.
           05  filler                pic x(12) value "  SEQUENCIA ".
           05  lpr-sequencia         pic zzzzzzzz9.
       01  linha-conta-cadeia.
           05  lcc-descricao         pic x(36).
           05  filler                pic x(02) value spaces.
           05  lcc-quantidade        pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "VERIFICACAO DO ENCADEAMENTO DOS DIARIOS" at 0310
           display "1 - CLIAUDIT  2 - VDRAUDIT  3 - SESSJRN.DAT"
               at 0510
           display "4 - TODOS" at 0610
           display "Diario: " at 0710
           accept acd-opcao at 0718
           if acd-opcao not = "1" and not = "2" and not = "3"
              and not = "4"
              display "Opcao invalida." at 0910
              move 16 to return-code
              stop run
           end-if
           open output cadeia-relatorio
           if acd-opcao = "1" or "4"
              move "CLIAUDIT" to acd-nome-vivo
              move "CLIAUDARCH" to acd-nome-morto
              move 328 to acd-ec-tamanho
              perform 1000-verifica-diario
                 thru 1000-verifica-diario-exit
           end-if
           if acd-opcao = "2" or "4"
              move "VDRAUDIT" to acd-nome-vivo
              move spaces to acd-nome-morto
              move 328 to acd-ec-tamanho
              perform 1000-verifica-diario
                 thru 1000-verifica-diario-exit
           end-if
           if acd-opcao = "3" or "4"
              move "SESSJRN.DAT" to acd-nome-vivo
              move spaces to acd-nome-morto
              move 32 to acd-ec-tamanho
              perform 1000-verifica-diario
                 thru 1000-verifica-diario-exit
           end-if
           close cadeia-relatorio
           if acd-qtde-ocorrencias > zeros
              display "CADEIA COM OCORRENCIAS - ver AUDCADEI.RPT"
                  at 0910
              move 16 to return-code
           else
              display "Cadeia integra - ver AUDCADEI.RPT" at 0910
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Um diario: morto e vivo na ordem da cadeia, com o hash     *
      * corrente passando de um para o outro.                      *
      *-----------------------------------------------------------*
       1000-verifica-diario.
           move "N" to acd-cadeia acd-primeira
           move zeros to acd-sequencia-ant acd-hash-ant
                         acd-qtde-lidos acd-qtde-sem-elo
                         acd-qtde-elos-ok acd-qtde-quebras
                         acd-qtde-lacunas acd-qtde-faltantes
           compute acd-pos-sequencia = acd-ec-tamanho + 1
           compute acd-pos-hash = acd-ec-tamanho + 10
           move acd-nome-vivo to cc-diario
           write linha-relatorio from cab-cadeia
               after advancing 2 lines
           write linha-relatorio from cab-colunas-cadeia
               after advancing 2 lines
           if acd-nome-morto not = spaces
              move acd-nome-morto to acd-nome-geracao
              move "MORTO" to acd-geracao
              perform 2000-percorre-geracao
                 thru 2000-percorre-geracao-exit
           end-if
           move acd-nome-vivo to acd-nome-geracao
           move "VIVO" to acd-geracao
           perform 2000-percorre-geracao
              thru 2000-percorre-geracao-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit.
       1000-verifica-diario-exit.
           exit.

       2000-percorre-geracao.
           move zeros to acd-posicao
           open input arquivo-diario
           if acd-status-diario not = "00"
              move zeros to loc-posicao loc-sequencia
              move acd-geracao to loc-geracao
              move "GERACAO NAO ENCONTRADA - NADA A VERIFICAR"
                to loc-descricao
              write linha-relatorio from linha-ocorrencia
                  after advancing 1 line
              go to 2000-percorre-geracao-exit
           end-if
           perform 2010-verifica-registro
              thru 2010-verifica-registro-exit
               until acd-fim-diario
           close arquivo-diario.
       2000-percorre-geracao-exit.
           exit.

       2010-verifica-registro.
           read arquivo-diario
               at end
                   set acd-fim-diario to true
                   go to 2010-verifica-registro-exit
           end-read
           add 1 to acd-posicao
           add 1 to acd-qtde-lidos
           if dia-linha(acd-pos-sequencia:9) is not numeric
              or dia-linha(acd-pos-hash:12) is not numeric
              perform 2100-registro-sem-elo
                 thru 2100-registro-sem-elo-exit
              go to 2010-verifica-registro-exit
           end-if
           move dia-linha(acd-pos-sequencia:9) to acd-sequencia-lida
           move dia-linha(acd-pos-hash:12) to acd-hash-lido
           if not acd-cadeia-iniciada
              perform 2200-inicio-da-cadeia
                 thru 2200-inicio-da-cadeia-exit
           else
              perform 2300-confere-elo thru 2300-confere-elo-exit
           end-if
           move acd-sequencia-lida to acd-sequencia-ant
           move acd-hash-lido to acd-hash-ant.
       2010-verifica-registro-exit.
           exit.

      *-----------------------------------------------------------*
      * Sem sequencia e hash: antes do primeiro elo e registro     *
      * gravado antes do encadeamento; depois dele, registro       *
      * inserido fora da cadeia.                                   *
      *-----------------------------------------------------------*
       2100-registro-sem-elo.
           if not acd-cadeia-iniciada
              add 1 to acd-qtde-sem-elo
              go to 2100-registro-sem-elo-exit
           end-if
           add 1 to acd-qtde-quebras
           move zeros to loc-sequencia
           move "REGISTRO SEM ELO DENTRO DA CADEIA" to loc-descricao
           perform 3000-registra-ocorrencia
              thru 3000-registra-ocorrencia-exit.
       2100-registro-sem-elo-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeiro elo: a cadeia comeca na sequencia 1 com hash      *
      * anterior zero; comecando depois, o inicio foi perdido e    *
      * o elo e aceito como esta.                                  *
      *-----------------------------------------------------------*
       2200-inicio-da-cadeia.
           move "S" to acd-cadeia
           if acd-sequencia-lida not = 1
              add 1 to acd-qtde-lacunas
              compute acd-qtde-faltantes = acd-qtde-faltantes
                                         + acd-sequencia-lida - 1
              move acd-sequencia-lida to loc-sequencia
              move "INICIO DA CADEIA AUSENTE - FALTAM OS ANTERIORES"
                to loc-descricao
              perform 3000-registra-ocorrencia
                 thru 3000-registra-ocorrencia-exit
              go to 2200-inicio-da-cadeia-exit
           end-if
           move zeros to acd-hash-ant
           perform 2300-confere-elo thru 2300-confere-elo-exit.
       2200-inicio-da-cadeia-exit.
           exit.

      *-----------------------------------------------------------*
      * Sequencia seguinte: recalcula o hash sobre o anterior.     *
      * Salto de sequencia e lacuna (registros faltantes); volta   *
      * ou repeticao, e hash diferente, sao elo quebrado.  Em      *
      * qualquer caso a verificacao segue a partir do elo lido.    *
      *-----------------------------------------------------------*
       2300-confere-elo.
           move acd-sequencia-lida to loc-sequencia
           if acd-sequencia-lida > acd-sequencia-ant + 1
              add 1 to acd-qtde-lacunas
              compute acd-qtde-faltantes = acd-qtde-faltantes
                      + acd-sequencia-lida - acd-sequencia-ant - 1
              move "LACUNA - REGISTROS FALTANTES ANTES DESTE"
                to loc-descricao
              perform 3000-registra-ocorrencia
                 thru 3000-registra-ocorrencia-exit
              go to 2300-confere-elo-exit
           end-if
           if acd-sequencia-lida not > acd-sequencia-ant
              and acd-sequencia-ant not = zeros
              add 1 to acd-qtde-quebras
              move "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                to loc-descricao
              perform 3000-registra-ocorrencia
                 thru 3000-registra-ocorrencia-exit
              go to 2300-confere-elo-exit
           end-if
           move acd-sequencia-lida to acd-ec-sequencia
           move acd-hash-ant to acd-ec-hash
           call "ENCADEIA" using acd-ec-funcao acd-nome-vivo
                                 acd-nome-morto dia-linha
                                 acd-ec-tamanho acd-ec-sequencia
                                 acd-ec-hash
           end-call
           if acd-ec-hash not = acd-hash-lido
              add 1 to acd-qtde-quebras
              move "ELO QUEBRADO - REGISTRO ALTERADO OU SUBSTITUIDO"
                to loc-descricao
              perform 3000-registra-ocorrencia
                 thru 3000-registra-ocorrencia-exit
           else
              add 1 to acd-qtde-elos-ok
           end-if.
       2300-confere-elo-exit.
           exit.

       3000-registra-ocorrencia.
           add 1 to acd-qtde-ocorrencias
           move acd-geracao to loc-geracao
           move acd-posicao to loc-posicao
           write linha-relatorio from linha-ocorrencia
               after advancing 1 line
           if acd-tem-primeira
              go to 3000-registra-ocorrencia-exit
           end-if
           move "S" to acd-primeira
           move acd-geracao to lpr-geracao
           move acd-posicao to lpr-posicao
           move loc-sequencia to lpr-sequencia.
       3000-registra-ocorrencia-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           if acd-tem-primeira
              write linha-relatorio from linha-primeira
                  after advancing 1 line
           else
              move "CADEIA INTEGRA" to linha-relatorio
              write linha-relatorio after advancing 1 line
           end-if
           move "REGISTROS LIDOS:" to lcc-descricao
           move acd-qtde-lidos to lcc-quantidade
           write linha-relatorio from linha-conta-cadeia
               after advancing 1 line
           move "ANTERIORES AO ENCADEAMENTO:" to lcc-descricao
           move acd-qtde-sem-elo to lcc-quantidade
           write linha-relatorio from linha-conta-cadeia
               after advancing 1 line
           move "ELOS CONFERIDOS:" to lcc-descricao
           move acd-qtde-elos-ok to lcc-quantidade
           write linha-relatorio from linha-conta-cadeia
               after advancing 1 line
           move "ELOS QUEBRADOS:" to lcc-descricao
           move acd-qtde-quebras to lcc-quantidade
           write linha-relatorio from linha-conta-cadeia
               after advancing 1 line
           move "LACUNAS NA SEQUENCIA:" to lcc-descricao
           move acd-qtde-lacunas to lcc-quantidade
           write linha-relatorio from linha-conta-cadeia
               after advancing 1 line
           move "REGISTROS FALTANTES:" to lcc-descricao
           move acd-qtde-faltantes to lcc-quantidade
           write linha-relatorio from linha-conta-cadeia
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
