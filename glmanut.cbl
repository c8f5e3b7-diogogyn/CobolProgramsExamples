      *                    credito por evento da suite (VENDA,      *
      *                    DEVOLUCAO, COMISSAO, ESTCOMIS), usado    *
      *                    pela geracao do diario GLGERA.           *
      * 15/10/2026 EQP     Tabela dos eventos reconhecidos pelo     *
      *                    GLGERA, incluindo os de recebimento,     *
      *                    caixa, cambio, sobra/falta e cheque      *
      *                    compensado: a inclusao so aceita evento  *
      *                    reconhecido e a nova opcao 4 lista cada  *
      *                    um com o mapeamento ou SEM MAPEAMENTO.   *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
       77  glm-evento-trabalho  pic x(08) value spaces.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  glm-ra-programa      pic x(08) value "GLMANUT".
       77  glm-ra-tabela        pic x(08) value spaces.
       77  glm-ra-chave         pic x(20) value spaces.
       77  glm-ra-operacao      pic x(01) value spaces.
       77  glm-ra-antes         pic x(150) value spaces.
       77  glm-ra-depois        pic x(150) value spaces.

      *-----------------------------------------------------------*
      * Eventos reconhecidos pela geracao do diario (GLGERA): so   *
      * estes sao aceitos na inclusao, e a listagem mostra quais   *
      * ainda estao sem mapeamento.                                *
      *-----------------------------------------------------------*
       01  glm-eventos-validos.
           05  filler  pic x(38) value
                  "VENDA   VENDAS DO LOTE                ".
           05  filler  pic x(38) value
                  "DEVOL   DEVOLUCOES DO LOTE            ".
           05  filler  pic x(38) value
                  "COMISSAOCOMISSAO DO LOTE              ".
           05  filler  pic x(38) value
                  "ESTCOMISESTORNO DE COMISSAO DO LOTE   ".
           05  filler  pic x(38) value
                  "RECEBCR RECEBIMENTO DE TITULO         ".
           05  filler  pic x(38) value
                  "RECUPCR RECUPERACAO DE TITULO EM PERDA".
           05  filler  pic x(38) value
                  "CAIXABRLVALOR RECEBIDO NO CAIXA (BRL) ".
           05  filler  pic x(38) value
                  "CAIXAUSDVALOR RECEBIDO NO CAIXA (USD) ".
           05  filler  pic x(38) value
                  "CAMCOMPRCOMPRA DE MOEDA NO CAIXA      ".
           05  filler  pic x(38) value
                  "CAMVENDAVENDA DE MOEDA NO CAIXA       ".
           05  filler  pic x(38) value
                  "CXSOBRA SOBRA NO FECHAMENTO DE CAIXA  ".
           05  filler  pic x(38) value
                  "CXFALTA FALTA NO FECHAMENTO DE CAIXA  ".
           05  filler  pic x(38) value
                  "CHQCOMP CHEQUE DE COMISSAO COMPENSADO ".
       01  glm-tabela-eventos redefines glm-eventos-validos.
           05  glm-evento-valido     occurs 13 times.
               10  glm-ev-codigo     pic x(08).
               10  glm-ev-descricao  pic x(30).
       77  glm-qtde-eventos     pic 9(02) value 13.
       77  glm-indice           pic 9(02) value zeros.
       77  glm-achou-evento     pic x(01) value "N".
           88  glm-evento-reconhecido  value "S".
       77  glm-linha-tela       pic 9(02) value zeros.
       77  glm-posicao-tela     pic 9(04) value zeros.
       77  glm-situacao-evento  pic x(25) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
           display "1 - Incluir evento"                 at 0510
           display "2 - Alterar evento"                 at 0610
           display "3 - Consultar evento"               at 0710
           display "4 - Listar eventos reconhecidos"    at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1010
           accept glm-opcao at 1018
           evaluate glm-opcao
               when "3"
                   perform 2300-consultar-evento
                      thru 2300-consultar-evento-exit
               when "4"
                   perform 2400-listar-eventos
                      thru 2400-listar-eventos-exit
               when "0"
                   continue
               when other
              display "Informe o evento." at 1010
              go to 2100-incluir-evento
           end-if
           perform 2110-confere-evento thru 2110-confere-evento-exit
           if not glm-evento-reconhecido
              display "Evento nao reconhecido pelo GLGERA (opcao 4)."
                  at 1010
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-incluir-evento-exit
           end-if
           move glm-evento-trabalho to ctm-evento
           read contamap-tabela
               invalid key
                            glm-status-mapa at 1010
               not invalid key
                   display "Evento mapeado." at 1010
                   move "I" to glm-ra-operacao
                   move spaces to glm-ra-antes
                   perform 2810-audita-evento
                      thru 2810-audita-evento-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-evento-exit.
           exit.

       2110-confere-evento.
           move "N" to glm-achou-evento
           perform 2120-compara-evento thru 2120-compara-evento-exit
               varying glm-indice from 1 by 1
               until glm-indice > glm-qtde-eventos
                  or glm-evento-reconhecido.
       2110-confere-evento-exit.
           exit.

       2120-compara-evento.
           if glm-ev-codigo(glm-indice) = glm-evento-trabalho
              move "S" to glm-achou-evento
           end-if.
       2120-compara-evento-exit.
           exit.

       2150-aceita-dados.
           display "Conta de debito : " at 0610
           accept ctm-conta-debito at 0629
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-evento-exit
           end-read
           move ctm-registro to glm-ra-antes
           display "Atual: D " ctm-conta-debito
                   " / C " ctm-conta-credito at 0910
           perform 2150-aceita-dados thru 2150-aceita-dados-exit
                            glm-status-mapa at 1010
               not invalid key
                   display "Evento alterado." at 1010
                   move "A" to glm-ra-operacao
                   perform 2810-audita-evento
                      thru 2810-audita-evento-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-evento-exit.
           exit.

      *-----------------------------------------------------------*
      * Lista os eventos reconhecidos com o mapeamento atual, ou   *
      * "SEM MAPEAMENTO" - o que faltar deixa registros pendentes  *
      * na geracao do diario.                                      *
      *-----------------------------------------------------------*
       2400-listar-eventos.
           display erase
           display "EVENTOS RECONHECIDOS PELO DIARIO" at 0210
           move 3 to glm-linha-tela
           perform 2410-lista-um-evento thru 2410-lista-um-evento-exit
               varying glm-indice from 1 by 1
               until glm-indice > glm-qtde-eventos
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-listar-eventos-exit.
           exit.

       2410-lista-um-evento.
           add 1 to glm-linha-tela
           compute glm-posicao-tela = glm-linha-tela * 100 + 2
           move glm-ev-codigo(glm-indice) to ctm-evento
           read contamap-tabela
               invalid key
                   move "SEM MAPEAMENTO" to glm-situacao-evento
               not invalid key
                   move spaces to glm-situacao-evento
                   string "D " ctm-conta-debito
                          " C " ctm-conta-credito
                          delimited by size
                          into glm-situacao-evento
                   end-string
           end-read
           display glm-ev-codigo(glm-indice) " "
                   glm-ev-descricao(glm-indice) " "
                   glm-situacao-evento at glm-posicao-tela.
       2410-lista-um-evento-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using glm-ra-programa glm-ra-tabela
                               glm-ra-chave glm-ra-operacao
                               glm-ra-antes glm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-evento.
           move "CONTAMAP" to glm-ra-tabela
           move ctm-evento to glm-ra-chave
           move ctm-registro to glm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-evento-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
