      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. oniberr.
       author. Dos.
       installation. pesquisa de perfil de passageiros.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Erro amostral e amostra necessaria por   *
      *                    rota e periodo: erro-padrao e intervalo  *
      *                    de 95% das medias de idade, peso, altura *
      *                    e IMC e dos percentuais de mulheres e de *
      *                    cada faixa etaria, ponderados pelo peso  *
      *                    de expansao da rota como o ONIBANAL      *
      *                    (tamanho efetivo de Kish no geral), e    *
      *                    amostra necessaria para as margens de    *
      *                    erro informadas contra ROT-AMOSTRA-ALVO  *
      *                    - a resposta ao bureau de estatistica e  *
      *                    a base para acertar as metas no          *
      *                    ROTAMANUT antes da rodada seguinte.      *
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
               file status is oer-status-resposta.

           select ordenacao-erro assign to "OERSORT".

           select rota-mestre assign to "ROTAS"
               organization is indexed
               access mode is dynamic
               record key is rot-codigo
               file status is oer-status-rota.

           select erro-relatorio assign to "ONIBERR.RPT"
               organization is line sequential
               file status is oer-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  resposta-onibus.
           copy ONIBREC.

       sd  ordenacao-erro.
       01  soe-registro.
           05  soe-rota              pic 9(04).
           05  soe-idade             pic 9(03).
           05  soe-sexo              pic x(01).
           05  soe-peso              pic 9(03).
           05  soe-altura            pic 9(03).

       fd  rota-mestre.
           copy ROTAREC.

       fd  erro-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  oer-status-resposta  pic x(02) value spaces.
           88  oer-fim-respostas       value "10".
       77  oer-status-rota      pic x(02) value spaces.
           88  oer-rota-ok             value "00".
       77  oer-status-relat     pic x(02) value spaces.
       77  oer-fim-ordenacao    pic x(01) value "N".

      *-----------------------------------------------------------*
      * Selecao e margens informadas na tela.  Margem dos          *
      * percentuais em pontos (zeros = 5) e da idade media em anos *
      * (zeros = 2).                                               *
      *-----------------------------------------------------------*
       77  oer-rota-escolhida   pic 9(04) value zeros.
       77  oer-data-inicial     pic 9(08) value zeros.
       77  oer-data-final       pic 9(08) value 99999999.
       77  oer-margem-pct       pic 9(02)v9 value zeros.
       77  oer-margem-idade     pic 9(02)v9 value zeros.

       77  oer-rota-anterior    pic 9(04) value zeros.
       77  oer-primeiro-reg     pic x(01) value "S".
           88  oer-primeira-vez        value "S".
       77  oer-peso-rota        pic 9(05)v99 value 1.
       77  oer-alvo-rota        pic 9(05) value zeros.
       77  oer-qtde-rota        pic 9(07) value zeros.
       77  oer-qtde-geral       pic 9(07) value zeros.
       77  oer-qtde-rotas       pic 9(05) value zeros.
       77  oer-imc              pic 9(03)v99 value zeros.
       77  oer-valor            pic 9(05)v99 value zeros.

      *-----------------------------------------------------------*
      * Somas ponderadas por variavel, na rota e no geral:         *
      * 1 idade, 2 peso, 3 altura, 4 IMC (so com altura), e as     *
      * proporcoes 5 mulheres, 6 ate 25, 7 25-40, 8 mais de 40     *
      * (valor 1 ou 0 por respondente).                            *
      *-----------------------------------------------------------*
       01  oer-somas-rota.
           05  oer-sr-var            occurs 8 times.
               10  oer-sr-pesos      pic 9(013)v99.
               10  oer-sr-pesos-quad pic 9(017)v9(04).
               10  oer-sr-soma       pic 9(015)v9(04).
               10  oer-sr-soma-quad  pic 9(017)v9(04).
       01  oer-somas-geral.
           05  oer-sg-var            occurs 8 times.
               10  oer-sg-pesos      pic 9(013)v99.
               10  oer-sg-pesos-quad pic 9(017)v9(04).
               10  oer-sg-soma       pic 9(015)v9(04).
               10  oer-sg-soma-quad  pic 9(017)v9(04).
       77  oer-ind-var          pic 9(02) comp value zeros.

      *    Somas em calculo (copiadas da rota ou do geral).
       77  oer-c-pesos          pic 9(013)v99 value zeros.
       77  oer-c-pesos-quad     pic 9(017)v9(04) value zeros.
       77  oer-c-soma           pic 9(015)v9(04) value zeros.
       77  oer-c-soma-quad      pic 9(017)v9(04) value zeros.

       77  oer-media            pic 9(05)v9(04) value zeros.
       77  oer-variancia        pic s9(09)v9(06) value zeros.
       77  oer-n-efetivo        pic 9(09)v9(04) value zeros.
       77  oer-erro-padrao      pic 9(05)v9(04) value zeros.
       77  oer-limite-inf       pic s9(05)v9(04) value zeros.
       77  oer-limite-sup       pic 9(05)v9(04) value zeros.
       77  oer-escala           pic 9(03) value 1.
       77  oer-z-95             pic 9v99 value 1,96.

      *    Amostra necessaria: maior p(1-p) observado entre as
      *    proporcoes e desvio-padrao da idade.
       77  oer-maior-pq         pic 9v9(06) value zeros.
       77  oer-pq               pic 9v9(06) value zeros.
       77  oer-desvio-idade     pic 9(05)v9(04) value zeros.
       77  oer-n-pct            pic 9(09)v9(04) value zeros.
       77  oer-n-idade          pic 9(09)v9(04) value zeros.
       77  oer-n-necessaria     pic 9(07) value zeros.
       77  oer-n-inteiro        pic 9(09) value zeros.

       01  oer-tabela-titulos.
           05  filler                pic x(16) value "IDADE MEDIA".
           05  filler                pic x(16) value "PESO MEDIO (KG)".
           05  filler                pic x(16) value "ALTURA MED (CM)".
           05  filler                pic x(16) value "IMC MEDIO".
           05  filler                pic x(16) value "% MULHERES".
           05  filler                pic x(16) value "% ATE 25 ANOS".
           05  filler                pic x(16) value "% 25 A 40 ANOS".
           05  filler                pic x(16) value "% MAIS DE 40".
       01  oer-titulos redefines oer-tabela-titulos.
           05  oer-titulo            pic x(16) occurs 8 times.

       77  oer-linhas-pagina    pic 99 value zeros.
       77  oer-max-linhas       pic 99 value 50.
       77  oer-num-pagina       pic 999 value zeros.

       01  cabecalho-erro.
           05  filler                pic x(48) value
                  "ERRO AMOSTRAL E AMOSTRA NECESSARIA POR ROTA".
           05  filler                pic x(40) value spaces.
           05  filler                pic x(08) value "PAGINA: ".
           05  ce-pagina             pic zzz9.
       01  linha-selecao-erro.
           05  filler                pic x(10) value "PERIODO: ".
           05  lse-data-inicial      pic 9(08).
           05  filler                pic x(03) value " A ".
           05  lse-data-final        pic 9(08).
           05  filler                pic x(18) value
                  "   MARGEM PERC.: ".
           05  lse-margem-pct        pic z9,9.
           05  filler                pic x(19) value
                  "   MARGEM IDADE: ".
           05  lse-margem-idade      pic z9,9.
       01  linha-colunas-erro.
           05  filler                pic x(21) value spaces.
           05  filler                pic x(12) value "  ESTIMATIVA".
           05  filler                pic x(13) value "  ERRO-PADRAO".
           05  filler                pic x(24) value
                  "  INTERVALO DE 95%".
       01  linha-rota-erro.
           05  filler                pic x(06) value "ROTA: ".
           05  lre-rota              pic 9(04).
           05  filler                pic x(02) value spaces.
           05  lre-descricao         pic x(30).
           05  filler                pic x(08) value "  PESO: ".
           05  lre-peso              pic zzzz9,99.
           05  filler                pic x(10) value "  RESP.: ".
           05  lre-qtde              pic zzzzzz9.
       01  linha-estatistica.
           05  filler                pic x(05) value spaces.
           05  les-titulo            pic x(16).
           05  filler                pic x(02) value spaces.
           05  les-media             pic zzzzz9,99.
           05  filler                pic x(04) value spaces.
           05  les-erro-padrao       pic zzzzz9,999.
           05  filler                pic x(04) value spaces.
           05  les-limite-inf        pic zzzzz9,99.
           05  filler                pic x(03) value " A ".
           05  les-limite-sup        pic zzzzz9,99.
       01  linha-amostra.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(12) value "COLETADA: ".
           05  lam-coletada          pic zzzzzz9.
           05  filler                pic x(10) value "  ALVO: ".
           05  lam-alvo              pic zzzz9.
           05  filler                pic x(16) value
                  "  NECESSARIA: ".
           05  lam-necessaria        pic zzzzzz9.
           05  filler                pic x(02) value spaces.
           05  lam-situacao          pic x(24).
       01  linha-geral-erro.
           05  filler                pic x(28) value
                  "GERAL (PONDERADO)   RESP.: ".
           05  lge-qtde              pic zzzzzz9.
           05  filler                pic x(16) value
                  "  ROTAS: ".
           05  lge-rotas             pic zzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "ERRO AMOSTRAL E AMOSTRA NECESSARIA" at 0310
           display "Rota (zeros = todas): " at 0510
           accept oer-rota-escolhida at 0550
           display "Data inicial (AAAAMMDD, zeros = sem limite): "
               at 0610
           accept oer-data-inicial at 0656
           display "Data final   (AAAAMMDD, zeros = sem limite): "
               at 0710
           accept oer-data-final at 0756
           display "Margem dos percentuais em pontos (zeros = 5): "
               at 0810
           accept oer-margem-pct at 0857
           display "Margem da idade media em anos (zeros = 2): "
               at 0910
           accept oer-margem-idade at 0957
           if oer-data-final = zeros
              move 99999999 to oer-data-final
           end-if
           if oer-margem-pct = zeros
              move 5 to oer-margem-pct
           end-if
           if oer-margem-idade = zeros
              move 2 to oer-margem-idade
           end-if
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-erro
               on ascending key soe-rota
               input procedure 2000-carrega-respostas
                        thru 2000-carrega-respostas-exit
               output procedure 3000-imprime-erro
                        thru 3000-imprime-erro-exit
           if oer-rota-ok
              close rota-mestre
           end-if
           close erro-relatorio
           display "ONIBERR: " oer-qtde-rotas
                   " rotas no relatorio de erro amostral." at 1110
           stop run.

       1000-abrir-arquivos.
           open input resposta-onibus
           if oer-status-resposta not = "00"
              display "ONIBERR: erro ao abrir ONIBUS - status "
                       oer-status-resposta
              move 16 to return-code
              stop run
           end-if
           open input rota-mestre
           open output erro-relatorio
           move zeros to oer-somas-geral.
       1000-abrir-arquivos-exit.
           exit.

       2000-carrega-respostas.
           perform 2010-le-uma-resposta
              thru 2010-le-uma-resposta-exit
           perform 2020-libera-resposta
              thru 2020-libera-resposta-exit
               until oer-fim-respostas
           close resposta-onibus.
       2000-carrega-respostas-exit.
           exit.

       2010-le-uma-resposta.
           read resposta-onibus
               at end
                   set oer-fim-respostas to true
               not at end
                   continue
           end-read.
       2010-le-uma-resposta-exit.
           exit.

       2020-libera-resposta.
           if ob-cancelada
              go to 2020-libera-resposta-volta
           end-if
           if (oer-rota-escolhida not = zeros
               and ob-rota not = oer-rota-escolhida)
              or ob-data-coleta < oer-data-inicial
              or ob-data-coleta > oer-data-final
              go to 2020-libera-resposta-volta
           end-if
           move ob-rota to soe-rota
           move ob-idade to soe-idade
           move ob-sexo to soe-sexo
           move ob-peso to soe-peso
           move ob-altura to soe-altura
           release soe-registro.
       2020-libera-resposta-volta.
           perform 2010-le-uma-resposta
              thru 2010-le-uma-resposta-exit.
       2020-libera-resposta-exit.
           exit.

       3000-imprime-erro.
           move "N" to oer-fim-ordenacao
           perform 3010-imprime-cabecalho
              thru 3010-imprime-cabecalho-exit
           perform 3020-processa-resposta
              thru 3020-processa-resposta-exit
               until oer-fim-ordenacao = "S"
           if not oer-primeira-vez
              perform 3100-fecha-rota thru 3100-fecha-rota-exit
           end-if
           perform 3300-imprime-geral thru 3300-imprime-geral-exit.
       3000-imprime-erro-exit.
           exit.

       3010-imprime-cabecalho.
           add 1 to oer-num-pagina
           move oer-num-pagina to ce-pagina
           move 0 to oer-linhas-pagina
           write linha-relatorio from cabecalho-erro
               after advancing page
           move oer-data-inicial to lse-data-inicial
           move oer-data-final to lse-data-final
           move oer-margem-pct to lse-margem-pct
           move oer-margem-idade to lse-margem-idade
           write linha-relatorio from linha-selecao-erro
               after advancing 1 line
           write linha-relatorio from linha-colunas-erro
               after advancing 2 lines
           add 4 to oer-linhas-pagina.
       3010-imprime-cabecalho-exit.
           exit.

       3020-processa-resposta.
           return ordenacao-erro
               at end
                   move "S" to oer-fim-ordenacao
               not at end
                   if oer-primeira-vez
                      move "N" to oer-primeiro-reg
                      move soe-rota to oer-rota-anterior
                      perform 3050-abre-rota thru 3050-abre-rota-exit
                   end-if
                   if soe-rota not = oer-rota-anterior
                      perform 3100-fecha-rota
                         thru 3100-fecha-rota-exit
                      move soe-rota to oer-rota-anterior
                      perform 3050-abre-rota thru 3050-abre-rota-exit
                   end-if
                   perform 3030-acumula-resposta
                      thru 3030-acumula-resposta-exit
           end-return.
       3020-processa-resposta-exit.
           exit.

      *-----------------------------------------------------------*
      * Cada respondente entra nas oito variaveis com o peso da    *
      * rota; o IMC so quando ha altura.                           *
      *-----------------------------------------------------------*
       3030-acumula-resposta.
           add 1 to oer-qtde-rota oer-qtde-geral
           move soe-idade to oer-valor
           move 1 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit
           move soe-peso to oer-valor
           move 2 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit
           move soe-altura to oer-valor
           move 3 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit
           if soe-altura > zeros
              compute oer-imc rounded =
                      (soe-peso * 10000) / (soe-altura * soe-altura)
                  on size error
                      move zeros to oer-imc
              end-compute
              move oer-imc to oer-valor
              move 4 to oer-ind-var
              perform 3040-acumula-variavel
                 thru 3040-acumula-variavel-exit
           end-if
           move zeros to oer-valor
           if soe-sexo = "F" or soe-sexo = "f"
              move 1 to oer-valor
           end-if
           move 5 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit
           move zeros to oer-valor
           if soe-idade <= 25
              move 1 to oer-valor
           end-if
           move 6 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit
           move zeros to oer-valor
           if soe-idade > 25 and soe-idade <= 40
              move 1 to oer-valor
           end-if
           move 7 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit
           move zeros to oer-valor
           if soe-idade > 40
              move 1 to oer-valor
           end-if
           move 8 to oer-ind-var
           perform 3040-acumula-variavel
              thru 3040-acumula-variavel-exit.
       3030-acumula-resposta-exit.
           exit.

       3040-acumula-variavel.
           add oer-peso-rota to oer-sr-pesos(oer-ind-var)
                                oer-sg-pesos(oer-ind-var)
           compute oer-sr-pesos-quad(oer-ind-var) =
                   oer-sr-pesos-quad(oer-ind-var)
                   + oer-peso-rota * oer-peso-rota
           compute oer-sg-pesos-quad(oer-ind-var) =
                   oer-sg-pesos-quad(oer-ind-var)
                   + oer-peso-rota * oer-peso-rota
           compute oer-sr-soma(oer-ind-var) =
                   oer-sr-soma(oer-ind-var)
                   + oer-peso-rota * oer-valor
           compute oer-sg-soma(oer-ind-var) =
                   oer-sg-soma(oer-ind-var)
                   + oer-peso-rota * oer-valor
           compute oer-sr-soma-quad(oer-ind-var) =
                   oer-sr-soma-quad(oer-ind-var)
                   + oer-peso-rota * oer-valor * oer-valor
           compute oer-sg-soma-quad(oer-ind-var) =
                   oer-sg-soma-quad(oer-ind-var)
                   + oer-peso-rota * oer-valor * oer-valor.
       3040-acumula-variavel-exit.
           exit.

      *-----------------------------------------------------------*
      * Peso de expansao e amostra-alvo do mestre de rotas         *
      * (ausente ou zeros = peso 1,00 e alvo nao definido).        *
      *-----------------------------------------------------------*
       3050-abre-rota.
           move zeros to oer-somas-rota oer-qtde-rota oer-alvo-rota
           move 1 to oer-peso-rota
           add 1 to oer-qtde-rotas
           move oer-rota-anterior to lre-rota
           if oer-rota-ok
              move oer-rota-anterior to rot-codigo
              read rota-mestre
                  invalid key
                      move "(SEM CADASTRO)" to lre-descricao
                  not invalid key
                      move rot-descricao to lre-descricao
                      move rot-amostra-alvo to oer-alvo-rota
                      if rot-peso-expansao > zeros
                         move rot-peso-expansao to oer-peso-rota
                      end-if
              end-read
           else
              move spaces to lre-descricao
           end-if
           move oer-peso-rota to lre-peso.
       3050-abre-rota-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha a rota: as oito estimativas e a amostra necessaria   *
      * para as margens informadas, contra o alvo do mestre.       *
      *-----------------------------------------------------------*
       3100-fecha-rota.
           if oer-linhas-pagina + 12 > oer-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           move oer-qtde-rota to lre-qtde
           write linha-relatorio from linha-rota-erro
               after advancing 2 lines
           add 2 to oer-linhas-pagina
           move zeros to oer-maior-pq oer-desvio-idade
           perform 3110-imprime-variavel-rota
              thru 3110-imprime-variavel-rota-exit
               varying oer-ind-var from 1 by 1
               until oer-ind-var > 8
           perform 3150-calcula-necessaria
              thru 3150-calcula-necessaria-exit
           move oer-qtde-rota to lam-coletada
           move oer-alvo-rota to lam-alvo
           move oer-n-necessaria to lam-necessaria
           evaluate true
               when oer-alvo-rota = zeros
                   move "ALVO NAO DEFINIDO" to lam-situacao
               when oer-alvo-rota < oer-n-necessaria
                   move "AUMENTAR ALVO" to lam-situacao
               when other
                   move "ALVO SUFICIENTE" to lam-situacao
           end-evaluate
           write linha-relatorio from linha-amostra
               after advancing 1 line
           add 1 to oer-linhas-pagina.
       3100-fecha-rota-exit.
           exit.

       3110-imprime-variavel-rota.
           move oer-sr-pesos(oer-ind-var) to oer-c-pesos
           move oer-sr-pesos-quad(oer-ind-var) to oer-c-pesos-quad
           move oer-sr-soma(oer-ind-var) to oer-c-soma
           move oer-sr-soma-quad(oer-ind-var) to oer-c-soma-quad
           perform 3200-calcula-estimativa
              thru 3200-calcula-estimativa-exit
           perform 3250-imprime-estimativa
              thru 3250-imprime-estimativa-exit
           if oer-ind-var = 1
              compute oer-desvio-idade = oer-variancia ** 0,5
           end-if
           if oer-ind-var > 4 and oer-c-pesos > zeros
              compute oer-pq = oer-media * (1 - oer-media)
              if oer-pq > oer-maior-pq
                 move oer-pq to oer-maior-pq
              end-if
           end-if.
       3110-imprime-variavel-rota-exit.
           exit.

      *-----------------------------------------------------------*
      * n = (z / E)^2 x p(1-p) para os percentuais (maior p(1-p)   *
      * observado; sem dado, 0,25) e n = (z x s / E)^2 para a      *
      * idade media; vale o maior, arredondado para cima.          *
      *-----------------------------------------------------------*
       3150-calcula-necessaria.
           if oer-maior-pq = zeros
              move 0,25 to oer-maior-pq
           end-if
           compute oer-n-pct =
                   (oer-z-95 * oer-z-95 * oer-maior-pq * 10000)
                   / (oer-margem-pct * oer-margem-pct)
           compute oer-n-idade =
                   (oer-z-95 * oer-desvio-idade / oer-margem-idade)
                   ** 2
           if oer-n-idade > oer-n-pct
              move oer-n-idade to oer-n-pct
           end-if
           move oer-n-pct to oer-n-inteiro
           if oer-n-inteiro < oer-n-pct
              add 1 to oer-n-inteiro
           end-if
           move oer-n-inteiro to oer-n-necessaria.
       3150-calcula-necessaria-exit.
           exit.

      *-----------------------------------------------------------*
      * Media ponderada, variancia ponderada corrigida e tamanho   *
      * efetivo n = (soma pesos)^2 / soma pesos^2; dentro da rota  *
      * o peso e unico e n efetivo e o numero de respondentes.     *
      *-----------------------------------------------------------*
       3200-calcula-estimativa.
           move zeros to oer-media oer-variancia oer-n-efetivo
                         oer-erro-padrao oer-limite-inf
                         oer-limite-sup
           if oer-c-pesos = zeros
              go to 3200-calcula-estimativa-exit
           end-if
           compute oer-media rounded = oer-c-soma / oer-c-pesos
           compute oer-variancia rounded =
                   oer-c-soma-quad / oer-c-pesos
                   - oer-media * oer-media
           if oer-variancia < zeros
              move zeros to oer-variancia
           end-if
           compute oer-n-efetivo rounded =
                   (oer-c-pesos * oer-c-pesos) / oer-c-pesos-quad
           if oer-n-efetivo > 1
              compute oer-variancia rounded =
                      oer-variancia * oer-n-efetivo
                      / (oer-n-efetivo - 1)
              compute oer-erro-padrao rounded =
                      (oer-variancia / oer-n-efetivo) ** 0,5
           end-if
           compute oer-limite-inf =
                   oer-media - oer-z-95 * oer-erro-padrao
           if oer-limite-inf < zeros
              move zeros to oer-limite-inf
           end-if
           compute oer-limite-sup =
                   oer-media + oer-z-95 * oer-erro-padrao.
       3200-calcula-estimativa-exit.
           exit.

      *    Proporcoes (variaveis 5 a 8) saem em percentual.
       3250-imprime-estimativa.
           move 1 to oer-escala
           if oer-ind-var > 4
              move 100 to oer-escala
              if oer-limite-sup > 1
                 move 1 to oer-limite-sup
              end-if
           end-if
           move oer-titulo(oer-ind-var) to les-titulo
           compute les-media rounded = oer-media * oer-escala
           compute les-erro-padrao rounded =
                   oer-erro-padrao * oer-escala
           compute les-limite-inf rounded =
                   oer-limite-inf * oer-escala
           compute les-limite-sup rounded =
                   oer-limite-sup * oer-escala
           write linha-relatorio from linha-estatistica
               after advancing 1 line
           add 1 to oer-linhas-pagina.
       3250-imprime-estimativa-exit.
           exit.

       3300-imprime-geral.
           if oer-linhas-pagina + 11 > oer-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
           end-if
           move oer-qtde-geral to lge-qtde
           move oer-qtde-rotas to lge-rotas
           write linha-relatorio from linha-geral-erro
               after advancing 2 lines
           add 2 to oer-linhas-pagina
           perform 3310-imprime-variavel-geral
              thru 3310-imprime-variavel-geral-exit
               varying oer-ind-var from 1 by 1
               until oer-ind-var > 8.
       3300-imprime-geral-exit.
           exit.

       3310-imprime-variavel-geral.
           move oer-sg-pesos(oer-ind-var) to oer-c-pesos
           move oer-sg-pesos-quad(oer-ind-var) to oer-c-pesos-quad
           move oer-sg-soma(oer-ind-var) to oer-c-soma
           move oer-sg-soma-quad(oer-ind-var) to oer-c-soma-quad
           perform 3200-calcula-estimativa
              thru 3200-calcula-estimativa-exit
           perform 3250-imprime-estimativa
              thru 3250-imprime-estimativa-exit.
       3310-imprime-variavel-geral-exit.
           exit.
