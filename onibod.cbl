      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. onibod.
       author. Dos.
       installation. pesquisa de perfil de passageiros.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Matriz origem-destino da pesquisa: le    *
      *                    ONIBUS.DAT por rota e periodo de coleta  *
      *                    e cruza parada de embarque x parada de   *
      *                    desembarque com as paradas da rota       *
      *                    (PARADAS.DAT), ponderando cada resposta  *
      *                    pelo peso de expansao da rota como a     *
      *                    analise consolidada (ROT-PESO-EXPANSAO;  *
      *                    zeros valem 1,00).  Matriz em faixas de  *
      *                    13 destinos, totais por parada e contas  *
      *                    das respostas sem parada informada ou    *
      *                    com parada fora do cadastro.             *
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
           select resposta-onibus assign to "ONIBUS"
               organization is line sequential
               file status is ood-status-resposta.

           select ordenacao-od assign to "OODSORT".

           select rota-mestre assign to "ROTAS"
               organization is indexed
               access mode is dynamic
               record key is rot-codigo
               file status is ood-status-rota.

           select rota-paradas assign to "PARADAS"
               organization is indexed
               access mode is dynamic
               record key is par-chave
               file status is ood-status-parada.

           select od-relatorio assign to "ONIBOD.RPT"
               organization is line sequential
               file status is ood-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  resposta-onibus.
           copy ONIBREC.

       sd  ordenacao-od.
       01  sod-registro.
           05  sod-rota              pic 9(04).
           05  sod-embarque          pic 9(03).
           05  sod-desembarque       pic 9(03).

       fd  rota-mestre.
           copy ROTAREC.

       fd  rota-paradas.
           copy PARADREC.

       fd  od-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  ood-status-resposta  pic x(02) value spaces.
           88  ood-fim-respostas       value "10".
       77  ood-status-rota      pic x(02) value spaces.
           88  ood-rota-ok             value "00".
       77  ood-status-parada    pic x(02) value spaces.
       77  ood-status-relat     pic x(02) value spaces.
       77  ood-tem-paradas      pic x(01) value "N".
           88  ood-paradas-ok          value "S".
       77  ood-fim-ordenacao    pic x(01) value "N".
       77  ood-fim-paradas      pic x(01) value "N".

      *-----------------------------------------------------------*
      * Selecao informada na tela: rota (zeros = todas) e periodo  *
      * de coleta AAAAMMDD (zeros = sem limite).                   *
      *-----------------------------------------------------------*
       77  ood-rota-escolhida   pic 9(04) value zeros.
       77  ood-data-inicial     pic 9(08) value zeros.
       77  ood-data-final       pic 9(08) value 99999999.

       77  ood-rota-anterior    pic 9(04) value zeros.
       77  ood-primeiro-reg     pic x(01) value "S".
           88  ood-primeira-vez        value "S".
       77  ood-peso-rota        pic 9(05)v99 value 1.

      *-----------------------------------------------------------*
      * Paradas da rota corrente (ate 50, na ordem do cadastro) e  *
      * a matriz ponderada embarque (linha) x desembarque (coluna) *
      * com os totais de cada parada.                              *
      *-----------------------------------------------------------*
       77  ood-max-paradas      pic 9(03) comp value 50.
       77  ood-qtde-paradas     pic 9(03) comp value zeros.
       77  ood-paradas-excedidas pic 9(05) value zeros.
       01  ood-tabela-paradas.
           05  ood-parada-ent        occurs 50 times.
               10  ood-tab-codigo    pic 9(03).
               10  ood-tab-descricao pic x(30).
               10  ood-tab-situacao  pic x(01).
               10  ood-tab-embarques pic 9(011)v99.
               10  ood-tab-desembarques pic 9(011)v99.
       01  ood-matriz.
           05  ood-mat-linha         occurs 50 times.
               10  ood-mat-celula    occurs 50 times
                                     pic 9(011)v99.

       77  ood-ind-linha        pic 9(03) comp value zeros.
       77  ood-ind-coluna       pic 9(03) comp value zeros.
       77  ood-ind-busca        pic 9(03) comp value zeros.
       77  ood-ind-faixa        pic 9(03) comp value zeros.
       77  ood-fim-faixa        pic 9(03) comp value zeros.
       77  ood-ind-celula       pic 9(03) comp value zeros.
       77  ood-parada-busca     pic 9(03) value zeros.
       77  ood-posicao-achada   pic 9(03) comp value zeros.
       77  ood-pos-embarque     pic 9(03) comp value zeros.
       77  ood-pos-desembarque  pic 9(03) comp value zeros.

      *-----------------------------------------------------------*
      * Contadores da rota e gerais.                               *
      *-----------------------------------------------------------*
       01  ood-acum-rota.
           05  ood-rot-qtde          pic 9(07) value zeros.
           05  ood-rot-fora          pic 9(07) value zeros.
           05  ood-rot-ponderado     pic 9(011)v99 value zeros.
       01  ood-acum-geral.
           05  ood-ger-lidas         pic 9(07) value zeros.
           05  ood-ger-canceladas    pic 9(07) value zeros.
           05  ood-ger-fora-selecao  pic 9(07) value zeros.
           05  ood-ger-sem-paradas   pic 9(07) value zeros.
           05  ood-ger-qtde          pic 9(07) value zeros.
           05  ood-ger-fora          pic 9(07) value zeros.
           05  ood-ger-ponderado     pic 9(011)v99 value zeros.
       77  ood-qtde-rotas       pic 9(05) value zeros.

       77  ood-linhas-pagina    pic 99 value zeros.
       77  ood-max-linhas       pic 99 value 55.
       77  ood-num-pagina       pic 999 value zeros.
       77  ood-valor-celula     pic 9(09) value zeros.

       01  cabecalho-od.
           05  filler                pic x(50) value
                  "MATRIZ ORIGEM-DESTINO DA PESQUISA (PONDERADA)".
           05  filler                pic x(70) value spaces.
           05  filler                pic x(08) value "PAGINA: ".
           05  co-pagina             pic zzz9.
       01  linha-selecao-od.
           05  filler                pic x(06) value "ROTA: ".
           05  lso-rota              pic x(05).
           05  filler                pic x(11) value "  PERIODO: ".
           05  lso-data-inicial      pic 9(08).
           05  filler                pic x(03) value " A ".
           05  lso-data-final        pic 9(08).
       01  linha-fonte-pesos.
           05  filler                pic x(60) value
              "PESOS DE EXPANSAO: MESTRE DE ROTAS (ZEROS = 1,00)".
       01  linha-rota-od.
           05  filler                pic x(06) value "ROTA: ".
           05  lro-rota              pic 9(04).
           05  filler                pic x(02) value spaces.
           05  lro-descricao         pic x(30).
           05  filler                pic x(08) value "  PESO: ".
           05  lro-peso              pic zzzz9,99.
           05  filler                pic x(12) value "  PARADAS: ".
           05  lro-paradas           pic zz9.

      *    Faixa de destinos: rotulo da origem, 13 celulas e, na
      *    ultima faixa, o total de embarques da origem.
       01  linha-matriz.
           05  lmt-rotulo.
               10  lmt-parada        pic zz9.
               10  filler            pic x(01).
               10  lmt-descricao     pic x(12).
           05  lmt-rotulo-x redefines lmt-rotulo
                                     pic x(16).
           05  lmt-celula            occurs 13 times.
               10  filler            pic x(01).
               10  lmt-valor         pic zzzzzz9.
           05  filler                pic x(02).
           05  lmt-total             pic x(10).
       01  linha-cab-matriz.
           05  lcm-rotulo            pic x(16).
           05  lcm-celula            occurs 13 times.
               10  filler            pic x(05).
               10  lcm-parada        pic 9(03).
           05  filler                pic x(02).
           05  lcm-total             pic x(10).
       77  ood-total-editado    pic zzzzzzzz9.

       01  linha-parada-od.
           05  filler                pic x(05) value spaces.
           05  lpo-parada            pic 9(03).
           05  filler                pic x(02) value spaces.
           05  lpo-descricao         pic x(30).
           05  filler                pic x(02) value spaces.
           05  lpo-situacao          pic x(01).
           05  filler                pic x(12) value "  EMBARQUES ".
           05  lpo-embarques         pic zzzzzzzz9,99.
           05  filler                pic x(15) value
                                          "  DESEMBARQUES ".
           05  lpo-desembarques      pic zzzzzzzz9,99.
       01  linha-conta-od.
           05  filler                pic x(05) value spaces.
           05  lco-descricao         pic x(40).
           05  filler                pic x(02) value spaces.
           05  lco-quantidade        pic zzzzzz9.
       01  linha-ponderado-od.
           05  filler                pic x(05) value spaces.
           05  lpd-descricao         pic x(40).
           05  filler                pic x(02) value spaces.
           05  lpd-valor             pic zzzzzzzz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "MATRIZ ORIGEM-DESTINO DA PESQUISA" at 0310
           display "Rota (zeros = todas): " at 0510
           accept ood-rota-escolhida at 0550
           display "Data inicial (AAAAMMDD, zeros = sem limite): "
               at 0610
           accept ood-data-inicial at 0656
           display "Data final   (AAAAMMDD, zeros = sem limite): "
               at 0710
           accept ood-data-final at 0756
           if ood-data-final = zeros
              move 99999999 to ood-data-final
           end-if
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-od
               on ascending key sod-rota
                                sod-embarque
                                sod-desembarque
               input procedure 2000-carrega-respostas
                        thru 2000-carrega-respostas-exit
               output procedure 3000-imprime-matriz
                        thru 3000-imprime-matriz-exit
           if ood-rota-ok
              close rota-mestre
           end-if
           if ood-paradas-ok
              close rota-paradas
           end-if
           close od-relatorio
           display "ONIBOD: " ood-qtde-rotas
                   " rotas na matriz origem-destino." at 1010
           stop run.

       1000-abrir-arquivos.
           open input resposta-onibus
           if ood-status-resposta not = "00"
              display "ONIBOD: erro ao abrir ONIBUS - status "
                       ood-status-resposta
              move 16 to return-code
              stop run
           end-if
           open input rota-paradas
           if ood-status-parada = "00"
              move "S" to ood-tem-paradas
           else
              display "ONIBOD: erro ao abrir PARADAS - status "
                       ood-status-parada
              move 16 to return-code
              stop run
           end-if
           open input rota-mestre
           open output od-relatorio.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Entra na ordenacao a resposta ativa da rota e periodo      *
      * escolhidos com as duas paradas informadas.                 *
      *-----------------------------------------------------------*
       2000-carrega-respostas.
           perform 2010-le-uma-resposta
              thru 2010-le-uma-resposta-exit
           perform 2020-libera-resposta
              thru 2020-libera-resposta-exit
               until ood-fim-respostas
           close resposta-onibus.
       2000-carrega-respostas-exit.
           exit.

       2010-le-uma-resposta.
           read resposta-onibus
               at end
                   set ood-fim-respostas to true
               not at end
                   add 1 to ood-ger-lidas
           end-read.
       2010-le-uma-resposta-exit.
           exit.

       2020-libera-resposta.
           if ob-cancelada
              add 1 to ood-ger-canceladas
              go to 2020-libera-resposta-volta
           end-if
           if (ood-rota-escolhida not = zeros
               and ob-rota not = ood-rota-escolhida)
              or ob-data-coleta < ood-data-inicial
              or ob-data-coleta > ood-data-final
              add 1 to ood-ger-fora-selecao
              go to 2020-libera-resposta-volta
           end-if
           if ob-parada-embarque not numeric
              or ob-parada-desembarque not numeric
              or ob-parada-embarque = zeros
              or ob-parada-desembarque = zeros
              add 1 to ood-ger-sem-paradas
              go to 2020-libera-resposta-volta
           end-if
           move ob-rota to sod-rota
           move ob-parada-embarque to sod-embarque
           move ob-parada-desembarque to sod-desembarque
           release sod-registro.
       2020-libera-resposta-volta.
           perform 2010-le-uma-resposta
              thru 2010-le-uma-resposta-exit.
       2020-libera-resposta-exit.
           exit.

       3000-imprime-matriz.
           move "N" to ood-fim-ordenacao
           perform 3010-imprime-cabecalho
              thru 3010-imprime-cabecalho-exit
           perform 3020-processa-resposta
              thru 3020-processa-resposta-exit
               until ood-fim-ordenacao = "S"
           if not ood-primeira-vez
              perform 3100-fecha-rota thru 3100-fecha-rota-exit
           end-if
           perform 3900-imprime-totais thru 3900-imprime-totais-exit.
       3000-imprime-matriz-exit.
           exit.

       3010-imprime-cabecalho.
           add 1 to ood-num-pagina
           move ood-num-pagina to co-pagina
           move 0 to ood-linhas-pagina
           write linha-relatorio from cabecalho-od
               after advancing page
           if ood-rota-escolhida = zeros
              move "TODAS" to lso-rota
           else
              move ood-rota-escolhida to lso-rota
           end-if
           move ood-data-inicial to lso-data-inicial
           move ood-data-final to lso-data-final
           write linha-relatorio from linha-selecao-od
               after advancing 1 line
           write linha-relatorio from linha-fonte-pesos
               after advancing 1 line
           add 2 to ood-linhas-pagina.
       3010-imprime-cabecalho-exit.
           exit.

      *-----------------------------------------------------------*
      * Quebra por rota: a troca fecha a matriz da rota anterior e *
      * carrega as paradas e o peso da nova.                       *
      *-----------------------------------------------------------*
       3020-processa-resposta.
           return ordenacao-od
               at end
                   move "S" to ood-fim-ordenacao
               not at end
                   if ood-primeira-vez
                      move "N" to ood-primeiro-reg
                      move sod-rota to ood-rota-anterior
                      perform 3050-abre-rota thru 3050-abre-rota-exit
                   end-if
                   if sod-rota not = ood-rota-anterior
                      perform 3100-fecha-rota
                         thru 3100-fecha-rota-exit
                      move sod-rota to ood-rota-anterior
                      perform 3050-abre-rota thru 3050-abre-rota-exit
                   end-if
                   perform 3030-acumula-resposta
                      thru 3030-acumula-resposta-exit
           end-return.
       3020-processa-resposta-exit.
           exit.

       3030-acumula-resposta.
           add 1 to ood-rot-qtde ood-ger-qtde
           move sod-embarque to ood-parada-busca
           perform 3040-localiza-parada thru 3040-localiza-parada-exit
           move ood-posicao-achada to ood-pos-embarque
           move sod-desembarque to ood-parada-busca
           perform 3040-localiza-parada thru 3040-localiza-parada-exit
           move ood-posicao-achada to ood-pos-desembarque
           if ood-pos-embarque = zeros
              or ood-pos-desembarque = zeros
              add 1 to ood-rot-fora ood-ger-fora
              go to 3030-acumula-resposta-exit
           end-if
           add ood-peso-rota
             to ood-mat-celula(ood-pos-embarque, ood-pos-desembarque)
           add ood-peso-rota to ood-tab-embarques(ood-pos-embarque)
           add ood-peso-rota
             to ood-tab-desembarques(ood-pos-desembarque)
           add ood-peso-rota to ood-rot-ponderado ood-ger-ponderado.
       3030-acumula-resposta-exit.
           exit.

       3040-localiza-parada.
           move zeros to ood-posicao-achada
           perform 3045-compara-parada thru 3045-compara-parada-exit
               varying ood-ind-busca from 1 by 1
               until ood-ind-busca > ood-qtde-paradas
                  or ood-posicao-achada not = zeros.
       3040-localiza-parada-exit.
           exit.

       3045-compara-parada.
           if ood-tab-codigo(ood-ind-busca) = ood-parada-busca
              move ood-ind-busca to ood-posicao-achada
           end-if.
       3045-compara-parada-exit.
           exit.

      *-----------------------------------------------------------*
      * Peso de expansao do mestre de rotas (ausente ou zeros =    *
      * 1,00) e paradas da rota - ativas e desativadas, porque a   *
      * resposta antiga pode citar parada hoje desativada.         *
      *-----------------------------------------------------------*
       3050-abre-rota.
           move zeros to ood-acum-rota
           move zeros to ood-matriz
           move zeros to ood-qtde-paradas ood-paradas-excedidas
           move 1 to ood-peso-rota
           add 1 to ood-qtde-rotas
           move ood-rota-anterior to lro-rota
           if ood-rota-ok
              move ood-rota-anterior to rot-codigo
              read rota-mestre
                  invalid key
                      move "(SEM CADASTRO)" to lro-descricao
                  not invalid key
                      move rot-descricao to lro-descricao
                      if rot-peso-expansao > zeros
                         move rot-peso-expansao to ood-peso-rota
                      end-if
              end-read
           else
              move spaces to lro-descricao
           end-if
           move ood-peso-rota to lro-peso
           move ood-rota-anterior to par-rota
           move zeros to par-codigo
           move "N" to ood-fim-paradas
           start rota-paradas key not less than par-chave
               invalid key
                   move "S" to ood-fim-paradas
           end-start
           perform 3060-carrega-parada thru 3060-carrega-parada-exit
               until ood-fim-paradas = "S"
           move ood-qtde-paradas to lro-paradas.
       3050-abre-rota-exit.
           exit.

       3060-carrega-parada.
           read rota-paradas next record
               at end
                   move "S" to ood-fim-paradas
                   go to 3060-carrega-parada-exit
           end-read
           if par-rota not = ood-rota-anterior
              move "S" to ood-fim-paradas
              go to 3060-carrega-parada-exit
           end-if
           if ood-qtde-paradas not < ood-max-paradas
              add 1 to ood-paradas-excedidas
              go to 3060-carrega-parada-exit
           end-if
           add 1 to ood-qtde-paradas
           move par-codigo to ood-tab-codigo(ood-qtde-paradas)
           move par-descricao to ood-tab-descricao(ood-qtde-paradas)
           move par-situacao to ood-tab-situacao(ood-qtde-paradas)
           move zeros to ood-tab-embarques(ood-qtde-paradas)
                         ood-tab-desembarques(ood-qtde-paradas).
       3060-carrega-parada-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha a rota: matriz em faixas de 13 destinos, resumo por  *
      * parada e contas da rota.                                   *
      *-----------------------------------------------------------*
       3100-fecha-rota.
           perform 3010-imprime-cabecalho
              thru 3010-imprime-cabecalho-exit
           write linha-relatorio from linha-rota-od
               after advancing 2 lines
           add 2 to ood-linhas-pagina
           if ood-qtde-paradas = zeros
              move "ROTA SEM PARADAS CADASTRADAS" to lco-descricao
              move ood-rot-qtde to lco-quantidade
              write linha-relatorio from linha-conta-od
                  after advancing 2 lines
              add 2 to ood-linhas-pagina
              go to 3100-fecha-rota-conta
           end-if
           perform 3110-imprime-faixa thru 3110-imprime-faixa-exit
               varying ood-ind-faixa from 1 by 13
               until ood-ind-faixa > ood-qtde-paradas
           perform 3150-imprime-paradas
              thru 3150-imprime-paradas-exit.
       3100-fecha-rota-conta.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "RESPOSTAS DA ROTA:" to lco-descricao
           move ood-rot-qtde to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "PARADA FORA DO CADASTRO DA ROTA:" to lco-descricao
           move ood-rot-fora to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           if ood-paradas-excedidas > zeros
              move "PARADAS ALEM DO LIMITE DE 50 (FORA):"
                   to lco-descricao
              move ood-paradas-excedidas to lco-quantidade
              write linha-relatorio from linha-conta-od
                  after advancing 1 line
           end-if
           move "VIAGENS PONDERADAS DA ROTA:" to lpd-descricao
           move ood-rot-ponderado to lpd-valor
           write linha-relatorio from linha-ponderado-od
               after advancing 1 line
           add 5 to ood-linhas-pagina.
       3100-fecha-rota-exit.
           exit.

       3110-imprime-faixa.
           compute ood-fim-faixa = ood-ind-faixa + 12
           if ood-fim-faixa > ood-qtde-paradas
              move ood-qtde-paradas to ood-fim-faixa
           end-if
           if ood-linhas-pagina + ood-qtde-paradas + 4
              > ood-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
              write linha-relatorio from linha-rota-od
                  after advancing 2 lines
              add 2 to ood-linhas-pagina
           end-if
           move spaces to linha-cab-matriz
           move "ORIGEM \ DESTINO" to lcm-rotulo
           perform 3115-monta-cab-celula
              thru 3115-monta-cab-celula-exit
               varying ood-ind-coluna from ood-ind-faixa by 1
               until ood-ind-coluna > ood-fim-faixa
           if ood-fim-faixa = ood-qtde-paradas
              move "   EMBARQ." to lcm-total
           end-if
           write linha-relatorio from linha-cab-matriz
               after advancing 2 lines
           add 2 to ood-linhas-pagina
           perform 3120-imprime-origem thru 3120-imprime-origem-exit
               varying ood-ind-linha from 1 by 1
               until ood-ind-linha > ood-qtde-paradas
           move spaces to linha-matriz
           move "TOTAL DESEMBARQ." to lmt-rotulo-x
           perform 3130-monta-total-coluna
              thru 3130-monta-total-coluna-exit
               varying ood-ind-coluna from ood-ind-faixa by 1
               until ood-ind-coluna > ood-fim-faixa
           if ood-fim-faixa = ood-qtde-paradas
              compute ood-valor-celula rounded = ood-rot-ponderado
              move ood-valor-celula to ood-total-editado
              move ood-total-editado to lmt-total
           end-if
           write linha-relatorio from linha-matriz
               after advancing 1 line
           add 1 to ood-linhas-pagina.
       3110-imprime-faixa-exit.
           exit.

       3115-monta-cab-celula.
           compute ood-ind-celula = ood-ind-coluna - ood-ind-faixa + 1
           move ood-tab-codigo(ood-ind-coluna)
             to lcm-parada(ood-ind-celula).
       3115-monta-cab-celula-exit.
           exit.

       3120-imprime-origem.
           move spaces to linha-matriz
           move ood-tab-codigo(ood-ind-linha) to lmt-parada
           move ood-tab-descricao(ood-ind-linha) to lmt-descricao
           perform 3125-monta-celula thru 3125-monta-celula-exit
               varying ood-ind-coluna from ood-ind-faixa by 1
               until ood-ind-coluna > ood-fim-faixa
           if ood-fim-faixa = ood-qtde-paradas
              compute ood-valor-celula rounded =
                      ood-tab-embarques(ood-ind-linha)
              move ood-valor-celula to ood-total-editado
              move ood-total-editado to lmt-total
           end-if
           write linha-relatorio from linha-matriz
               after advancing 1 line
           add 1 to ood-linhas-pagina.
       3120-imprime-origem-exit.
           exit.

       3125-monta-celula.
           compute ood-ind-celula = ood-ind-coluna - ood-ind-faixa + 1
           compute ood-valor-celula rounded =
                   ood-mat-celula(ood-ind-linha, ood-ind-coluna)
           move ood-valor-celula to lmt-valor(ood-ind-celula).
       3125-monta-celula-exit.
           exit.

       3130-monta-total-coluna.
           compute ood-ind-celula = ood-ind-coluna - ood-ind-faixa + 1
           compute ood-valor-celula rounded =
                   ood-tab-desembarques(ood-ind-coluna)
           move ood-valor-celula to lmt-valor(ood-ind-celula).
       3130-monta-total-coluna-exit.
           exit.

      *-----------------------------------------------------------*
      * Resumo por parada com os valores ponderados em centavos    *
      * de viagem (a matriz arredonda para inteiro).               *
      *-----------------------------------------------------------*
       3150-imprime-paradas.
           if ood-linhas-pagina + ood-qtde-paradas + 8
              > ood-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
              write linha-relatorio from linha-rota-od
                  after advancing 2 lines
              add 2 to ood-linhas-pagina
           end-if
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           add 1 to ood-linhas-pagina
           perform 3160-imprime-uma-parada
              thru 3160-imprime-uma-parada-exit
               varying ood-ind-linha from 1 by 1
               until ood-ind-linha > ood-qtde-paradas.
       3150-imprime-paradas-exit.
           exit.

       3160-imprime-uma-parada.
           move ood-tab-codigo(ood-ind-linha) to lpo-parada
           move ood-tab-descricao(ood-ind-linha) to lpo-descricao
           move ood-tab-situacao(ood-ind-linha) to lpo-situacao
           move ood-tab-embarques(ood-ind-linha) to lpo-embarques
           move ood-tab-desembarques(ood-ind-linha)
             to lpo-desembarques
           write linha-relatorio from linha-parada-od
               after advancing 1 line
           add 1 to ood-linhas-pagina.
       3160-imprime-uma-parada-exit.
           exit.

       3900-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 2 lines
           move "RESPOSTAS LIDAS:" to lco-descricao
           move ood-ger-lidas to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "CANCELADAS:" to lco-descricao
           move ood-ger-canceladas to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "FORA DA ROTA OU PERIODO ESCOLHIDO:" to lco-descricao
           move ood-ger-fora-selecao to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "SEM PARADAS INFORMADAS:" to lco-descricao
           move ood-ger-sem-paradas to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "NA MATRIZ (COM PARADAS):" to lco-descricao
           move ood-ger-qtde to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "PARADA FORA DO CADASTRO DA ROTA:" to lco-descricao
           move ood-ger-fora to lco-quantidade
           write linha-relatorio from linha-conta-od
               after advancing 1 line
           move "VIAGENS PONDERADAS NO GERAL:" to lpd-descricao
           move ood-ger-ponderado to lpd-valor
           write linha-relatorio from linha-ponderado-od
               after advancing 1 line.
       3900-imprime-totais-exit.
           exit.
