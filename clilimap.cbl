      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. clilimap.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Aplicacao dos limites de credito         *
      *                    aprovados na revisao trimestral: le o    *
      *                    CLILIMAP.DAT (propostas do CLILIMRV      *
      *                    conferidas pelo credito) e regrava       *
      *                    CLI-LIMITE-CREDITO no mestre, sob a      *
      *                    trava em voo (RECLOCK), com as imagens   *
      *                    antes/depois em CLIAUDIT.  Restrito ao   *
      *                    nivel 3 e com quatro olhos pelo APROVA   *
      *                    como o reajuste em massa: a primeira     *
      *                    corrida registra o pedido (quantidade e  *
      *                    total do arquivo) e so simula.  Linha    *
      *                    cujo limite no mestre mudou desde a      *
      *                    revisao e recusada, nao sobrescrita.     *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
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
           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is lap-status-cliente.

           select cliaudit-log assign to "CLIAUDIT"
               organization is line sequential
               file status is lap-status-audit.

           select limites-aprovados assign to "CLILIMAP.DAT"
               organization is line sequential
               file status is lap-status-aprov.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is lap-status-sessao.

           select aplicacao-relatorio
               assign to dynamic lap-nome-relatorio
               organization is line sequential
               file status is lap-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  cliente-mestre.
           copy CLIREC.

       fd  cliaudit-log.
           copy CLIAUDT.

       fd  limites-aprovados.
           copy CLILIMRC.

       fd  sessao-corrente.
           copy SESSREC.

       fd  aplicacao-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       copy DATASIS.

       77  lap-status-cliente   pic x(02) value spaces.
           88  lap-cliente-ok          value "00".
       77  lap-status-audit     pic x(02) value spaces.
       77  lap-status-aprov     pic x(02) value spaces.
       77  lap-status-relat     pic x(02) value spaces.

       77  lap-hora-atual       pic 9(08) value zeros.
       77  lap-ec-funcao        pic x(01) value "P".
       77  lap-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  lap-ec-morto         pic x(20) value "CLIAUDARCH".
       77  lap-ec-tamanho       pic 9(03) value 328.
       77  lap-status-sessao    pic x(02) value spaces.
       77  lap-nivel-sessao     pic 9(01) value zeros.
       77  lap-operador-sessao  pic x(08) value "CLILIMAP".

       77  lap-rpt-base         pic x(08) value "CLILIMAP".
       77  lap-nome-relatorio   pic x(30) value spaces.
       77  lap-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trava em voo do cliente (RECLOCK): em uso por outro        *
      * operador e recusado, nao sobrescrito.                      *
      *-----------------------------------------------------------*
       77  lap-lk-funcao        pic x(01) value spaces.
       77  lap-lk-arquivo       pic x(08) value "CLIENTE ".
       77  lap-lk-chave         pic x(09) value spaces.
       77  lap-lk-status        pic x(01) value spaces.
       77  lap-lk-dono          pic x(08) value spaces.

      *-----------------------------------------------------------*
      * Quatro olhos: o pedido vale para o arquivo aprovado com    *
      * esta quantidade de linhas e este total de limites - outro  *
      * arquivo pede nova liberacao.                               *
      *-----------------------------------------------------------*
       77  lap-apr-programa     pic x(08) value "CLILIMAP".
       77  lap-apr-parametros   pic x(40) value spaces.
       77  lap-apr-status       pic x(01) value spaces.
       77  lap-apr-liberador    pic x(08) value spaces.
       77  lap-modo-simulacao   pic x(01) value "N".
           88  lap-simulando           value "S".
       77  lap-qtde-arquivo     pic 9(05) value zeros.
       77  lap-total-arquivo    pic 9(011)v99 value zeros.

       01  cab-simulacao.
           05  filler                pic x(44) value
              "*** SIMULACAO - PENDENTE DE APROVACAO ***".
       01  linha-identidades.
           05  filler                pic x(14) value
                                          "SOLICITANTE:  ".
           05  lid-solicitante       pic x(08).
           05  filler                pic x(13) value "  LIBERADOR: ".
           05  lid-liberador         pic x(08).

       77  lap-imagem-antes     pic x(150) value spaces.
       77  lap-limite-antes     pic 9(07)v99 value zeros.
       77  lap-ocorrencia       pic x(30) value spaces.

       77  lap-qtde-aplicados   pic 9(05) value zeros.
       77  lap-qtde-recusados   pic 9(05) value zeros.
       77  lap-limites-antes    pic 9(011)v99 value zeros.
       77  lap-limites-depois   pic 9(011)v99 value zeros.

       01  cabecalho-aplicacao.
           05  filler                pic x(42) value
                  "APLICACAO DOS LIMITES DE CREDITO APROVADOS".
           05  filler                pic x(08) value "  DATA: ".
           05  ca-data               pic 9(08).
       01  cabecalho-colunas-lap.
           05  filler                pic x(07) value "CODIGO".
           05  filler                pic x(26) value "NOME".
           05  filler                pic x(13) value " LIMITE ANTES".
           05  filler                pic x(13) value " LIMITE NOVO".
           05  filler                pic x(02) value spaces.
           05  filler                pic x(10) value "OCORRENCIA".
       01  linha-detalhe-lap.
           05  ldp-codigo            pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  ldp-nome              pic x(25).
           05  filler                pic x(01) value space.
           05  ldp-limite-antes      pic z.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldp-limite-novo       pic z.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldp-ocorrencia        pic x(30).
       01  linha-total-lap.
           05  ltp-descricao         pic x(28).
           05  filler                pic x(02) value spaces.
           05  ltp-valor             pic zzz.zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "APLICACAO DOS LIMITES DE CREDITO" at 0310
           perform 1050-verifica-autorizacao
              thru 1050-verifica-autorizacao-exit
           perform 1100-totaliza-arquivo
              thru 1100-totaliza-arquivo-exit
           perform 1150-verifica-aprovacao
              thru 1150-verifica-aprovacao-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 3000-aplica-limites thru 3000-aplica-limites-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close cliente-mestre cliaudit-log limites-aprovados
                 aplicacao-relatorio
           if lap-simulando
              display "Simulacao gerada - aguarde a liberacao "
                      "pelo APRMANUT." at 1610
              move 4 to return-code
           else
              if lap-qtde-recusados > zeros
                 move 4 to return-code
              end-if
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Alteracao de limite e restrita a gerencia (nivel 3 da      *
      * sessao assinada pelo SIGNON).                              *
      *-----------------------------------------------------------*
       1050-verifica-autorizacao.
           move zeros to lap-nivel-sessao
           open input sessao-corrente
           if lap-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-nivel to lap-nivel-sessao
                      move ses-operador to lap-operador-sessao
              end-read
              close sessao-corrente
           end-if
           if lap-nivel-sessao < 3
              display "Funcao restrita a gerencia (nivel 3)."
                  at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-autorizacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Quantidade de linhas e total dos limites aprovados: a      *
      * identidade do arquivo no pedido de liberacao.              *
      *-----------------------------------------------------------*
       1100-totaliza-arquivo.
           open input limites-aprovados
           if lap-status-aprov not = "00"
              display "CLILIMAP: arquivo aprovado CLILIMAP.DAT "
                      "indisponivel - status " lap-status-aprov
                  at 0510
              move 16 to return-code
              stop run
           end-if
           perform 1110-soma-linha thru 1110-soma-linha-exit
               until lap-status-aprov not = "00"
           close limites-aprovados
           if lap-qtde-arquivo = zeros
              display "CLILIMAP: CLILIMAP.DAT vazio - nada a "
                      "aplicar." at 0510
              move 4 to return-code
              stop run
           end-if.
       1100-totaliza-arquivo-exit.
           exit.

       1110-soma-linha.
           read limites-aprovados
               at end
                   move "10" to lap-status-aprov
               not at end
                   add 1 to lap-qtde-arquivo
                   add lim-limite-aprovado to lap-total-arquivo
           end-read.
       1110-soma-linha-exit.
           exit.

      *-----------------------------------------------------------*
      * Quatro olhos: sem pedido liberado para este arquivo, a     *
      * corrida vira simulacao e o pedido fica pendente; liberada  *
      * por outro operador de nivel 3, a corrida aplica de         *
      * verdade.                                                   *
      *-----------------------------------------------------------*
       1150-verifica-aprovacao.
           move spaces to lap-apr-parametros
           string lap-qtde-arquivo delimited by size
                  ";" delimited by size
                  lap-total-arquivo delimited by size
                  into lap-apr-parametros
           end-string
           call "APROVA" using lap-apr-programa lap-apr-parametros
                                lap-operador-sessao lap-apr-status
                                lap-apr-liberador
           end-call
           evaluate lap-apr-status
               when "0"
                   move "N" to lap-modo-simulacao
                   display "Corrida liberada por "
                            lap-apr-liberador at 0810
               when "2"
                   move "S" to lap-modo-simulacao
                   display "Pedido registrado - gerando simulacao."
                       at 0810
               when "1"
                   display "Pedido pendente de liberacao pelo "
                           "APRMANUT." at 0810
                   move 4 to return-code
                   stop run
               when "3"
                   display "Liberador e o proprio solicitante - "
                           "corrida recusada." at 0810
                   move 16 to return-code
                   stop run
               when other
                   display "Controle de aprovacao indisponivel."
                       at 0810
                   move 16 to return-code
                   stop run
           end-evaluate.
       1150-verifica-aprovacao-exit.
           exit.

       1000-abrir-arquivos.
           if lap-simulando
              open input cliente-mestre
           else
              open i-o cliente-mestre
           end-if
           if not lap-cliente-ok
              display "CLILIMAP: erro ao abrir CLIENTE - status "
                       lap-status-cliente at 1010
              move 16 to return-code
              stop run
           end-if
           open extend cliaudit-log
           open input limites-aprovados
           call "RPTNAME" using lap-rpt-base lap-nome-relatorio
                                 lap-rpt-status
           end-call
           if lap-rpt-status not = "0"
              move "CLILIMAP.RPT" to lap-nome-relatorio
           end-if
           open output aplicacao-relatorio
           accept data-sistema from date yyyymmdd
           move data-sistema to ca-data
           write linha-relatorio from cabecalho-aplicacao
           if lap-simulando
              write linha-relatorio from cab-simulacao
                  after advancing 1 line
           else
              move lap-operador-sessao to lid-solicitante
              move lap-apr-liberador to lid-liberador
              write linha-relatorio from linha-identidades
                  after advancing 1 line
              perform 1200-audita-corrida
                 thru 1200-audita-corrida-exit
           end-if
           write linha-relatorio from cabecalho-colunas-lap
               after advancing 2 lines.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Registro-resumo na auditoria com as duas identidades da    *
      * corrida liberada.                                          *
      *-----------------------------------------------------------*
       1200-audita-corrida.
           move lap-operador-sessao to aud-terminal
           perform 3040-data-hora thru 3040-data-hora-exit
           move zeros to aud-codigo
           set aud-alteracao to true
           move spaces to aud-imagem-antes
           string "LIMITES SOLICITADOS POR " delimited by size
                  lap-operador-sessao delimited by size
                  " PARMS " delimited by size
                  lap-apr-parametros delimited by size
                  into aud-imagem-antes
           end-string
           move spaces to aud-imagem-depois
           string "LIBERADA POR " delimited by size
                  lap-apr-liberador delimited by size
                  into aud-imagem-depois
           end-string
           call "ENCADEIA" using lap-ec-funcao lap-ec-arquivo
                                 lap-ec-morto aud-registro
                                 lap-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       1200-audita-corrida-exit.
           exit.

       3000-aplica-limites.
           move "00" to lap-status-aprov
           perform 3010-aplica-um-limite
              thru 3010-aplica-um-limite-exit
               until lap-status-aprov not = "00".
       3000-aplica-limites-exit.
           exit.

      *-----------------------------------------------------------*
      * Uma linha aprovada: cliente no mestre, livre e com o mesmo *
      * limite da revisao recebe o limite aprovado, com a trilha   *
      * antes/depois.  Na simulacao so confere e imprime.          *
      *-----------------------------------------------------------*
       3010-aplica-um-limite.
           read limites-aprovados
               at end
                   move "10" to lap-status-aprov
                   go to 3010-aplica-um-limite-exit
           end-read
           move spaces to lap-ocorrencia
           move lim-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   move "CLIENTE INEXISTENTE" to lap-ocorrencia
                   move lim-limite-atual to lap-limite-antes
                   move lim-nome to cli-nome
                   go to 3010-recusa
           end-read
           move cli-limite-credito to lap-limite-antes
           if cli-limite-credito not = lim-limite-atual
              move "LIMITE ALTERADO DESDE A REVISAO"
                   to lap-ocorrencia
              go to 3010-recusa
           end-if
           if lap-simulando
              move "A APLICAR" to lap-ocorrencia
              perform 3030-conta-aplicado
                 thru 3030-conta-aplicado-exit
              go to 3010-aplica-um-limite-exit
           end-if
           move "L" to lap-lk-funcao
           move cli-codigo to lap-lk-chave
           call "RECLOCK" using lap-lk-funcao lap-lk-arquivo
                                 lap-lk-chave lap-operador-sessao
                                 lap-lk-status lap-lk-dono
           end-call
           if lap-lk-status = "1"
              move spaces to lap-ocorrencia
              string "EM USO POR " delimited by size
                     lap-lk-dono delimited by size
                     into lap-ocorrencia
              end-string
              go to 3010-recusa
           end-if
           move cli-registro to lap-imagem-antes
           move lim-limite-aprovado to cli-limite-credito
           rewrite cli-registro
               invalid key
                   move "ERRO AO REGRAVAR CLIENTE" to lap-ocorrencia
               not invalid key
                   move "APLICADO" to lap-ocorrencia
                   perform 3050-grava-auditoria
                      thru 3050-grava-auditoria-exit
           end-rewrite
           move "U" to lap-lk-funcao
           call "RECLOCK" using lap-lk-funcao lap-lk-arquivo
                                 lap-lk-chave lap-operador-sessao
                                 lap-lk-status lap-lk-dono
           end-call
           if lap-ocorrencia not = "APLICADO"
              go to 3010-recusa
           end-if
           perform 3030-conta-aplicado thru 3030-conta-aplicado-exit
           go to 3010-aplica-um-limite-exit.
       3010-recusa.
           add 1 to lap-qtde-recusados
           perform 3020-imprime-linha thru 3020-imprime-linha-exit.
       3010-aplica-um-limite-exit.
           exit.

       3020-imprime-linha.
           move lim-cliente to ldp-codigo
           move cli-nome to ldp-nome
           move lap-limite-antes to ldp-limite-antes
           move lim-limite-aprovado to ldp-limite-novo
           move lap-ocorrencia to ldp-ocorrencia
           write linha-relatorio from linha-detalhe-lap
               after advancing 1 line.
       3020-imprime-linha-exit.
           exit.

       3030-conta-aplicado.
           add 1 to lap-qtde-aplicados
           add lap-limite-antes to lap-limites-antes
           add lim-limite-aprovado to lap-limites-depois
           perform 3020-imprime-linha thru 3020-imprime-linha-exit.
       3030-conta-aplicado-exit.
           exit.

       3040-data-hora.
           accept data-sistema from date yyyymmdd
           accept lap-hora-atual from time
           string ano-sistema        delimited by size
                  mes-sistema        delimited by size
                  dia-sistema        delimited by size
                  lap-hora-atual(1:6) delimited by size
                  into aud-data-hora
           end-string.
       3040-data-hora-exit.
           exit.

       3050-grava-auditoria.
           move "CLILIMAP" to aud-terminal
           perform 3040-data-hora thru 3040-data-hora-exit
           move cli-codigo to aud-codigo
           set aud-alteracao to true
           move lap-imagem-antes to aud-imagem-antes
           move cli-registro to aud-imagem-depois
           call "ENCADEIA" using lap-ec-funcao lap-ec-arquivo
                                 lap-ec-morto aud-registro
                                 lap-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       3050-grava-auditoria-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           if lap-simulando
              move "LIMITES A APLICAR:" to ltp-descricao
           else
              move "LIMITES APLICADOS:" to ltp-descricao
           end-if
           move lap-qtde-aplicados to ltp-valor
           write linha-relatorio from linha-total-lap
               after advancing 1 line
           move "LINHAS RECUSADAS:" to ltp-descricao
           move lap-qtde-recusados to ltp-valor
           write linha-relatorio from linha-total-lap
               after advancing 1 line
           move "SOMA DOS LIMITES ANTES:" to ltp-descricao
           move lap-limites-antes to ltp-valor
           write linha-relatorio from linha-total-lap
               after advancing 1 line
           move "SOMA DOS LIMITES DEPOIS:" to ltp-descricao
           move lap-limites-depois to ltp-valor
           write linha-relatorio from linha-total-lap
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
