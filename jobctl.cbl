      *                    pulado com o motivo em JOBCTL.RPT -      *
      *                    acabou o comentario a mao que quase fez  *
      *                    o VIRANUAL rodar duas vezes.             *
      * 15/10/2026 EQP     O dia util do fim de mes/ano passou a    *
      *                    vir da subrotina DIAUTIL com o           *
      *                    calendario da matriz (filial 000):       *
      *                    feriados nacionais, estaduais da UF e    *
      *                    municipais da filial, mantidos pelo      *
      *                    FERMANUT.                                *
      * 15/10/2026 EQP     Controle de chegada dos arquivos de      *
      *                    entrada: o passo declara no plano ate    *
      *                    dois arquivos externos com hora-limite e *
      *                    minimo de registros, fica retido ate o   *
      *                    arquivo chegar e, vencido o limite, sai  *
      *                    com ele os dependentes como "N" (arquivo *
      *                    nao recebido) em JOBSTAT; a noite        *
      *                    devolve 4.                               *
      * 15/10/2026 EQP     Fecha a janela noturna (JANELA) antes do *
      *                    primeiro passo e reabre ao fim da        *
      *                    cadeia, bloqueando as atualizacoes em    *
      *                    tela durante o batch.                    *
      * 15/10/2026 EQP     Cadeia parada com RC 16 deixa a janela   *
      *                    noturna fechada (registrado no relatorio *
      *                    e na console) - o online so reabre com a *
      *                    cadeia completa.                         *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is jct-status-relat.

           select arq-marcador assign to dynamic jct-nome-marcador
               organization is line sequential
               file status is jct-status-marcador.

           select arq-entrada assign to dynamic jct-nome-entrada
               organization is line sequential
               file status is jct-status-entrada.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
           05  jpl-predecessores.
               10  jpl-pred          occurs 3 times pic 9(03).
           05  jpl-comando           pic x(60).
      *    Ate dois arquivos de entrada externos exigidos pelo
      *    passo (nome em branco = nenhum), cada um com a
      *    hora-limite de chegada (HHMM; menor que a hora de
      *    partida do controlador vale para a madrugada; zeros =
      *    o arquivo tem de estar la quando o passo e liberado) e
      *    a quantidade minima de registros.
           05  jpl-arquivos-entrada.
               10  jpl-arquivo       occurs 2 times.
                   15  jpl-arq-nome      pic x(30).
                   15  jpl-arq-limite    pic 9(04).
                   15  jpl-arq-minimo    pic 9(07).

       fd  situacao-jobs.
       01  jst-registro.
               88  jst-pendente            value "P".
               88  jst-ok                  value "O".
               88  jst-erro                value "E".
               88  jst-nao-recebido        value "N".
           05  jst-data-execucao     pic 9(08).
           05  jst-hora-execucao     pic 9(06).
           05  jst-retorno           pic 9(04).
       fd  controle-relatorio.
       01  linha-relatorio           pic x(100).

       fd  arq-marcador.
       01  mrc-linha                 pic x(10).

       fd  arq-entrada.
       01  ent-linha                 pic x(80).

       working-storage section.

       copy DATASIS.
               10  jct-ps-situacao   pic x(01).
               10  jct-ps-na-onda    pic x(01).
               10  jct-ps-retorno    pic 9(04).
               10  jct-ps-arquivo    occurs 2 times.
                   15  jct-ps-arq-nome   pic x(30).
                   15  jct-ps-arq-limite pic 9(04).
                   15  jct-ps-arq-minimo pic 9(07).
               10  jct-ps-aguardou   pic x(01).

      *-----------------------------------------------------------*
      * Avaliacao de frequencia contra a data de negocio e a       *
      * subrotina DIAUTIL (dia util = segunda a sexta que nao e    *
      * feriado na filial).  A noite roda na matriz (filial 000):  *
      * vale o calendario dela - feriado municipal de outra filial *
      * nao muda o fim de mes da cadeia.                           *
      *-----------------------------------------------------------*
       77  jct-filial-calendario pic 9(03) value zeros.
       77  jct-descricao-feriado pic x(30) value spaces.
       77  jct-data-real        pic 9(08) value zeros.
       77  jct-data-negocio     pic 9(08) value zeros.
       77  jct-int-negocio      pic 9(07) value zeros.
           05  filler                pic x(02) value spaces.
           05  lon-descricao         pic x(40).

      *-----------------------------------------------------------*
      * Controle de chegada dos arquivos de entrada: passo com     *
      * arquivo ausente ou abaixo do minimo fica retido ate a      *
      * hora-limite; vencido o limite, o passo e os dependentes    *
      * sao pulados como "N" (arquivo nao recebido) em JOBSTAT.    *
      * Sem passo para despachar e com passo retido, o controlador *
      * espera (JCT-COMANDO-ESPERA) e confere de novo.             *
      *-----------------------------------------------------------*
       77  jct-status-entrada   pic x(02) value spaces.
           88  jct-fim-entrada         value "10".
       77  jct-nome-entrada     pic x(30) value spaces.
       77  jct-ind-arq          pic 9(01) value zeros.
       77  jct-qtde-registros   pic 9(07) value zeros.
       77  jct-arq-presente     pic x(01) value "N".
       77  jct-arq-situacao     pic x(01) value "S".
           88  jct-arq-chegou          value "S".
           88  jct-arq-aguarda         value "A".
           88  jct-arq-faltou          value "N".
       77  jct-motivo-arquivo   pic x(45) value spaces.
       77  jct-hora-inicio      pic 9(04) value zeros.
       77  jct-hora-agora       pic 9(04) value zeros.
       77  jct-limite-efetivo   pic 9(04) value zeros.
       77  jct-limite-vencido   pic x(01) value "N".
       77  jct-qtde-aguardando  pic 9(03) value zeros.
       77  jct-pred-sem-arquivo pic x(01) value "N".
       77  jct-houve-nao-recebido pic x(01) value "N".
           88  jct-faltou-entrada      value "S".
       77  jct-comando-espera   pic x(20) value "sleep 60".

      *-----------------------------------------------------------*
      * Janela noturna: fechada antes do primeiro passo e reaberta *
      * ao fim da cadeia (JANELA.DAT, consultada pelos programas   *
      * em tela antes de atualizar).                               *
      *-----------------------------------------------------------*
       77  jct-jan-funcao       pic x(01) value spaces.
       77  jct-jan-programa     pic x(08) value "JOBCTL".
       77  jct-jan-operador     pic x(08) value "JOBCTL".
       77  jct-jan-status       pic x(01) value spaces.
       77  jct-jan-minutos      pic 9(03) value zeros.
       77  jct-jan-motivo       pic x(40) value spaces.

       77  jct-indice           pic 9(03) value zeros.
       77  jct-todos-ok         pic x value "S".
       77  jct-pular-passo      pic x value "N".
           05  filler                pic x(02) value spaces.
           05  lp-comando            pic x(40).
           05  filler                pic x(02) value spaces.
           05  lp-situacao           pic x(45).

      *****************************************************************
      *  PROCEDURE DIVISION

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           accept jct-hora-atual from time
           move jct-hora-atual(1:4) to jct-hora-inicio
           call "BUSDATE" using jct-data-real jct-data-negocio
           end-call
           move function integer-of-date(jct-data-negocio)
                to jct-int-negocio
           move jct-data-negocio(1:4) to jct-ano-negocio
           move jct-data-negocio(5:2) to jct-mes-negocio
           perform 1100-carrega-plano thru 1100-carrega-plano-exit
           perform 1200-verifica-ciclo thru 1200-verifica-ciclo-exit
           move "F" to jct-jan-funcao
           perform 1300-muda-janela thru 1300-muda-janela-exit
           perform 1900-prepara-passos thru 1900-prepara-passos-exit
               varying jct-indice from 1 by 1
               until jct-indice > jct-qtde-passos
               varying jct-indice from 1 by 1
               until jct-indice > jct-qtde-passos
           perform 2000-executa-ondas thru 2000-executa-ondas-exit
           if jct-cadeia-parada
              move "JANELA NOTURNA MANTIDA FECHADA - CADEIA PARADA"
                   to linha-relatorio
              write linha-relatorio after advancing 1 line
              display "JOBCTL: cadeia parada - janela noturna continua"
                      " fechada ate o reprocessamento."
           else
              move "A" to jct-jan-funcao
              perform 1300-muda-janela thru 1300-muda-janela-exit
           end-if
           close plano-jobs situacao-jobs controle-relatorio
           evaluate true
               when jct-cadeia-parada
                   move 16 to return-code
               when jct-faltou-entrada
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

       1000-abrir-arquivos.
               varying jct-ind-pred from 1 by 1
               until jct-ind-pred > 3
           move jpl-comando to jct-ps-comando(jct-qtde-passos)
           perform 1127-guarda-arquivos
              thru 1127-guarda-arquivos-exit
               varying jct-ind-arq from 1 by 1
               until jct-ind-arq > 2
           move "N" to jct-ps-aguardou(jct-qtde-passos)
           move "P" to jct-ps-situacao(jct-qtde-passos)
           move "N" to jct-ps-na-onda(jct-qtde-passos)
           move zeros to jct-ps-retorno(jct-qtde-passos)
       1125-guarda-predecessores-exit.
           exit.

       1127-guarda-arquivos.
           move spaces
             to jct-ps-arq-nome(jct-qtde-passos jct-ind-arq)
           move zeros
             to jct-ps-arq-limite(jct-qtde-passos jct-ind-arq)
                jct-ps-arq-minimo(jct-qtde-passos jct-ind-arq)
           if jpl-arq-nome(jct-ind-arq) = spaces
              go to 1127-guarda-arquivos-exit
           end-if
           move jpl-arq-nome(jct-ind-arq)
             to jct-ps-arq-nome(jct-qtde-passos jct-ind-arq)
           if jpl-arq-limite(jct-ind-arq) is numeric
              move jpl-arq-limite(jct-ind-arq)
                to jct-ps-arq-limite(jct-qtde-passos jct-ind-arq)
           end-if
           if jpl-arq-minimo(jct-ind-arq) is numeric
              move jpl-arq-minimo(jct-ind-arq)
                to jct-ps-arq-minimo(jct-qtde-passos jct-ind-arq)
           end-if.
       1127-guarda-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Avalia se o passo corrente (JCT-INDICE) roda na data de    *
      * negocio: diaria sempre; semanal no dia da semana; fim de   *
      * mes/ano no ultimo dia util (segunda a sexta fora dos       *
      * feriados da matriz) do mes/de dezembro.                    *
      *-----------------------------------------------------------*
       1500-avalia-frequencia.
           move "S" to jct-passo-no-dia
              move "S" to jct-e-dia-util
              move function date-of-integer(jct-int-corrente)
                   to jct-data-avaliada
              call "DIAUTIL" using jct-data-avaliada
                                   jct-filial-calendario
                                   jct-e-dia-util
                                   jct-descricao-feriado
              end-call
           end-if
           if jct-e-dia-util = "S"
              move "S" to jct-acha-util
       1540-procura-dia-util-exit.
           exit.

      *-----------------------------------------------------------*
      * Uma noite completa (todos os passos OK) encerra o ciclo:   *
      * a proxima execucao zera as situacoes e recomeca do         *
       1220-reinicia-ciclo-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha ("F") ou reabre ("A") a janela dos programas em tela *
      * e registra o fato no relatorio do controlador.             *
      *-----------------------------------------------------------*
       1300-muda-janela.
           call "JANELA" using jct-jan-funcao jct-jan-programa
                               jct-jan-operador jct-jan-status
                               jct-jan-minutos jct-jan-motivo
           end-call
           if jct-jan-funcao = "F"
              move "JANELA NOTURNA FECHADA PARA OS PROGRAMAS EM TELA"
                   to linha-relatorio
           else
              move "JANELA NOTURNA REABERTA PARA OS PROGRAMAS EM TELA"
                   to linha-relatorio
           end-if
           write linha-relatorio after advancing 1 line.
       1300-muda-janela-exit.
           exit.

      *-----------------------------------------------------------*
      * Prepara um passo para o escalonamento: passo ja OK desta   *
      * noite entra como concluido (restart), passo fora da        *

       2020-roda-uma-onda.
           add 1 to jct-onda
           move zeros to jct-qtde-na-onda jct-qtde-resolvidos
                         jct-qtde-aguardando
           perform 2030-seleciona-para-onda
              thru 2030-seleciona-para-onda-exit
               varying jct-indice from 1 by 1
               until jct-indice > jct-qtde-passos
           if jct-qtde-na-onda = zeros
              perform 2036-resolve-bloqueados
                 thru 2036-resolve-bloqueados-exit
                  varying jct-indice from 1 by 1
                  until jct-indice > jct-qtde-passos
              if jct-qtde-resolvidos = zeros
                 if jct-qtde-aguardando > zeros
                    perform 2070-espera-arquivo
                       thru 2070-espera-arquivo-exit
                 else
                    perform 2035-aponta-dependencia
                       thru 2035-aponta-dependencia-exit
                        varying jct-indice from 1 by 1
                        until jct-indice > jct-qtde-passos
                    move "S" to jct-houve-falha
                 end-if
              end-if
              perform 2010-conta-pendentes
                 thru 2010-conta-pendentes-exit
               varying jct-ind-pred from 1 by 1
               until jct-ind-pred > 3
                  or jct-pred-ok = "N"
           if jct-pred-ok = "S"
              perform 2060-verifica-entradas
                 thru 2060-verifica-entradas-exit
           end-if
           if jct-pred-ok = "S"
              move "S" to jct-ps-na-onda(jct-indice)
              add 1 to jct-qtde-na-onda
      * Resolve os passos bloqueados por predecessor nao limpo     *
      * (falha, aviso com politica D ou ja pulado): o passo e      *
      * pulado nesta noite, fica pendente em JOBSTAT e roda na     *
      * proxima.  Dependente de passo sem arquivo de entrada sai   *
      * como "N" em JOBSTAT, como o proprio passo.                 *
      *-----------------------------------------------------------*
       2036-resolve-bloqueados.
           if jct-ps-situacao(jct-indice) not = "P"
              go to 2036-resolve-bloqueados-exit
           end-if
           move "N" to jct-pred-ruim jct-pred-sem-arquivo
           perform 2037-verifica-pred-ruim
              thru 2037-verifica-pred-ruim-exit
               varying jct-ind-pred from 1 by 1
               until jct-ind-pred > 3
           if jct-pred-ruim = "S"
              add 1 to jct-qtde-resolvidos
              move jct-ps-sequencia(jct-indice) to lp-sequencia
              move jct-ps-comando(jct-indice) to lp-comando
              if jct-pred-sem-arquivo = "S"
                 move "N" to jct-ps-situacao(jct-indice)
                 move "PULADO: ARQUIVO NAO RECEBIDO" to lp-situacao
                 perform 2066-grava-nao-recebido
                    thru 2066-grava-nao-recebido-exit
              else
                 move "X" to jct-ps-situacao(jct-indice)
                 move "PULADO: PREDECESSOR NAO LIMPO"
                      to lp-situacao
              end-if
              write linha-relatorio from linha-passo
                  after advancing 1 line
           end-if.
                   or jct-ps-situacao(jct-ind-busca) = "W"
                   or jct-ps-situacao(jct-ind-busca) = "X")
              move "S" to jct-pred-ruim
           end-if
           if jct-ps-sequencia(jct-ind-busca)
              = jct-ps-pred(jct-indice jct-ind-pred)
              and jct-ps-situacao(jct-ind-busca) = "N"
              move "S" to jct-pred-ruim jct-pred-sem-arquivo
           end-if.
       2038-procura-pred-ruim-exit.
           exit.
       2050-registra-resultado-exit.
           exit.

      *-----------------------------------------------------------*
      * Confere os arquivos de entrada do passo liberado pelos     *
      * predecessores: todos presentes com o minimo de registros   *
      * liberam o passo; algum em falta retem o passo ate a        *
      * hora-limite (JCT-QTDE-AGUARDANDO) e, vencido o limite, o   *
      * passo sai como arquivo nao recebido.                       *
      *-----------------------------------------------------------*
       2060-verifica-entradas.
           move "S" to jct-arq-situacao
           move spaces to jct-motivo-arquivo
           perform 2062-verifica-um-arquivo
              thru 2062-verifica-um-arquivo-exit
               varying jct-ind-arq from 1 by 1
               until jct-ind-arq > 2
                  or jct-arq-faltou
           move jct-ps-sequencia(jct-indice) to lp-sequencia
           move jct-ps-comando(jct-indice) to lp-comando
           evaluate true
               when jct-arq-faltou
                   move "N" to jct-pred-ok
                   move "N" to jct-ps-situacao(jct-indice)
                   move "S" to jct-houve-nao-recebido
                   add 1 to jct-qtde-resolvidos
                   move jct-motivo-arquivo to lp-situacao
                   write linha-relatorio from linha-passo
                       after advancing 1 line
                   perform 2066-grava-nao-recebido
                      thru 2066-grava-nao-recebido-exit
               when jct-arq-aguarda
                   move "N" to jct-pred-ok
                   add 1 to jct-qtde-aguardando
                   if jct-ps-aguardou(jct-indice) = "N"
                      move "S" to jct-ps-aguardou(jct-indice)
                      move jct-motivo-arquivo to lp-situacao
                      write linha-relatorio from linha-passo
                          after advancing 1 line
                   end-if
               when other
                   continue
           end-evaluate.
       2060-verifica-entradas-exit.
           exit.

       2062-verifica-um-arquivo.
           if jct-ps-arq-nome(jct-indice jct-ind-arq) = spaces
              go to 2062-verifica-um-arquivo-exit
           end-if
           move jct-ps-arq-nome(jct-indice jct-ind-arq)
             to jct-nome-entrada
           move zeros to jct-qtde-registros
           move "N" to jct-arq-presente
           open input arq-entrada
           if jct-status-entrada = "00"
              move "S" to jct-arq-presente
              perform 2064-conta-registro
                 thru 2064-conta-registro-exit
                  until jct-fim-entrada
              close arq-entrada
           end-if
           if jct-arq-presente = "S"
              and jct-qtde-registros not <
                  jct-ps-arq-minimo(jct-indice jct-ind-arq)
              go to 2062-verifica-um-arquivo-exit
           end-if
           perform 2068-verifica-limite
              thru 2068-verifica-limite-exit
           move spaces to jct-motivo-arquivo
           if jct-limite-vencido = "S"
              move "N" to jct-arq-situacao
              if jct-arq-presente = "S"
                 string "ARQUIVO INCOMPLETO: " delimited by size
                        jct-nome-entrada delimited by space
                        into jct-motivo-arquivo
                 end-string
              else
                 string "ARQUIVO NAO RECEBIDO: " delimited by size
                        jct-nome-entrada delimited by space
                        into jct-motivo-arquivo
                 end-string
              end-if
           else
              move "A" to jct-arq-situacao
              string "AGUARDANDO ARQUIVO: " delimited by size
                     jct-nome-entrada delimited by space
                     into jct-motivo-arquivo
              end-string
           end-if.
       2062-verifica-um-arquivo-exit.
           exit.

       2064-conta-registro.
           read arq-entrada
               at end
                   continue
               not at end
                   if ent-linha not = spaces
                      add 1 to jct-qtde-registros
                   end-if
           end-read.
       2064-conta-registro-exit.
           exit.

      *-----------------------------------------------------------*
      * Passo (ou dependente) sem arquivo de entrada: JOBSTAT      *
      * recebe "N" na data de negocio - o passo fica fora do       *
      * ciclo concluido e volta a rodar na proxima noite.          *
      *-----------------------------------------------------------*
       2066-grava-nao-recebido.
           move jct-ps-sequencia(jct-indice) to jst-sequencia
           read situacao-jobs
               invalid key
                   continue
           end-read
           move "N" to jst-situacao
           move jct-data-negocio to jst-data-execucao
           accept jct-hora-atual from time
           move jct-hora-atual(1:6) to jst-hora-execucao
           move zeros to jst-retorno
           move jct-onda to jst-stream
           rewrite jst-registro
               invalid key
                   write jst-registro
                   end-write
           end-rewrite.
       2066-grava-nao-recebido-exit.
           exit.

      *-----------------------------------------------------------*
      * Hora-limite vencida?  Horas menores que a partida do       *
      * controlador sao da madrugada seguinte.                     *
      *-----------------------------------------------------------*
       2068-verifica-limite.
           move "S" to jct-limite-vencido
           if jct-ps-arq-limite(jct-indice jct-ind-arq) = zeros
              go to 2068-verifica-limite-exit
           end-if
           accept jct-hora-atual from time
           move jct-hora-atual(1:4) to jct-hora-agora
           move jct-ps-arq-limite(jct-indice jct-ind-arq)
             to jct-limite-efetivo
           if jct-limite-efetivo < jct-hora-inicio
              add 2400 to jct-limite-efetivo
           end-if
           if jct-hora-agora < jct-hora-inicio
              add 2400 to jct-hora-agora
           end-if
           if jct-hora-agora < jct-limite-efetivo
              move "N" to jct-limite-vencido
           end-if.
       2068-verifica-limite-exit.
           exit.

      *-----------------------------------------------------------*
      * Nada para despachar e passo retido por arquivo: espera e   *
      * tenta de novo na mesma onda, com batimento para o monitor. *
      *-----------------------------------------------------------*
       2070-espera-arquivo.
           subtract 1 from jct-onda
           move jct-onda to jct-hbt-contador
           move jct-qtde-passos to jct-hbt-total
           call "HEARTBT" using jct-hbt-programa jct-hbt-contador
                                 jct-hbt-total
           end-call
           call "SYSTEM" using jct-comando-espera
           end-call
           move 0 to return-code.
       2070-espera-arquivo-exit.
           exit.
