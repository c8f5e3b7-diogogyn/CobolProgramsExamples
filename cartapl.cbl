      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. cartapl.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Aplicacao das reatribuicoes de carteira  *
      *                    vencidas: varre CLICARTE.DAT, aplica ao  *
      *                    mestre de clientes o vendedor dono das   *
      *                    pendentes com data efetiva ja alcancada  *
      *                    pela data de negocio (com auditoria em   *
      *                    CLIAUDIT e trava RECLOCK) e imprime o    *
      *                    relatorio das aplicadas - roda na        *
      *                    cadeia noturna, como o VDRTRFAP.         *
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
           select carteira-arq assign to "CLICARTE"
               organization is indexed
               access mode is dynamic
               record key is crt-chave
               file status is cta-status-carteira.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is cta-status-cliente.

           select cliaudit-log assign to "CLIAUDIT"
               organization is line sequential
               file status is cta-status-audit.

           select aplicacao-relatorio assign to "CARTAPL.RPT"
               organization is line sequential
               file status is cta-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  carteira-arq.
           copy CARTREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  cliaudit-log.
           copy CLIAUDT.

       fd  aplicacao-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       copy DATASIS.

       77  cta-status-carteira  pic x(02) value spaces.
           88  cta-carteira-ok         value "00".
       77  cta-status-cliente   pic x(02) value spaces.
           88  cta-cliente-ok          value "00".
       77  cta-status-audit     pic x(02) value spaces.
       77  cta-status-relat     pic x(02) value spaces.

       77  cta-data-real        pic 9(08) value zeros.
       77  cta-data-negocio     pic 9(08) value zeros.
       77  cta-hora-atual       pic 9(08) value zeros.
       77  cta-ec-funcao        pic x(01) value "P".
       77  cta-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  cta-ec-morto         pic x(20) value "CLIAUDARCH".
       77  cta-ec-tamanho       pic 9(03) value 328.
       77  cta-imagem-antes     pic x(150) value spaces.

       77  cta-lk-funcao        pic x(01) value spaces.
       77  cta-lk-arquivo       pic x(08) value "CLIENTE ".
       77  cta-lk-chave         pic x(09) value spaces.
       77  cta-lk-operador      pic x(08) value "CARTAPL ".
       77  cta-lk-status        pic x(01) value spaces.
       77  cta-lk-dono          pic x(08) value spaces.

       77  cta-qtde-aplicadas   pic 9(05) value zeros.
       77  cta-qtde-travadas    pic 9(05) value zeros.

       01  cab-aplicacao.
           05  filler                pic x(44) value
                  "APLICACAO DE REATRIBUICOES DE CARTEIRA - ".
           05  ca-data               pic 9(08).
       01  linha-aplicada.
           05  lap-descricao         pic x(24).
           05  lap-cliente           pic zzzz9.
           05  filler                pic x(12) value "  VENDEDOR  ".
           05  lap-vendedor-ant      pic 9(05).
           05  filler                pic x(04) value " -> ".
           05  lap-vendedor-novo     pic 9(05).
           05  filler                pic x(11) value "  EFETIVA  ".
           05  lap-data              pic 9(08).
       01  linha-conta-apl.
           05  lca-descricao         pic x(30).
           05  lca-quantidade        pic zzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using cta-data-real cta-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-varre-atribuicoes
              thru 2000-varre-atribuicoes-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close carteira-arq cliente-mestre cliaudit-log
                 aplicacao-relatorio
           stop run.

       1000-abrir-arquivos.
           open i-o carteira-arq
           if not cta-carteira-ok
              display "CARTAPL: historico CLICARTE indisponivel "
                      "- status " cta-status-carteira
              move 16 to return-code
              stop run
           end-if
           open i-o cliente-mestre
           if not cta-cliente-ok
              display "CARTAPL: erro ao abrir CLIENTE - status "
                       cta-status-cliente
              move 16 to return-code
              stop run
           end-if
           open extend cliaudit-log
           if cta-status-audit = "35"
              open output cliaudit-log
              close cliaudit-log
              open extend cliaudit-log
           end-if
           open output aplicacao-relatorio
           move cta-data-negocio to ca-data
           write linha-relatorio from cab-aplicacao
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       1000-abrir-arquivos-exit.
           exit.

       2000-varre-atribuicoes.
           move low-values to crt-chave
           start carteira-arq key not less than crt-chave
               invalid key
                   move "10" to cta-status-carteira
               not invalid key
                   move "00" to cta-status-carteira
           end-start
           perform 2010-avalia-atribuicao
              thru 2010-avalia-atribuicao-exit
               until cta-status-carteira not = "00".
       2000-varre-atribuicoes-exit.
           exit.

       2010-avalia-atribuicao.
           read carteira-arq next record
               at end
                   move "10" to cta-status-carteira
               not at end
                   if crt-pendente
                      and crt-data-efetiva not > cta-data-negocio
                      perform 2020-aplica-atribuicao
                         thru 2020-aplica-atribuicao-exit
                   end-if
           end-read.
       2010-avalia-atribuicao-exit.
           exit.

      *-----------------------------------------------------------*
      * Aplica uma reatribuicao vencida: trava o cliente, troca o  *
      * dono no mestre com auditoria e marca a atribuicao          *
      * aplicada.  Cliente travado por um operador fica para a     *
      * proxima corrida.                                           *
      *-----------------------------------------------------------*
       2020-aplica-atribuicao.
           move "L" to cta-lk-funcao
           move crt-cliente to cta-lk-chave
           call "RECLOCK" using cta-lk-funcao cta-lk-arquivo
                                 cta-lk-chave cta-lk-operador
                                 cta-lk-status cta-lk-dono
           end-call
           if cta-lk-status = "1"
              add 1 to cta-qtde-travadas
              move "TRAVADO - NAO APLICADO:" to lap-descricao
              perform 2070-imprime-atribuicao
                 thru 2070-imprime-atribuicao-exit
              go to 2020-aplica-atribuicao-exit
           end-if
           move crt-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   perform 2090-destrava thru 2090-destrava-exit
                   go to 2020-aplica-atribuicao-exit
           end-read
           move cli-registro to cta-imagem-antes
           move crt-vendedor-novo to cli-vendedor
           rewrite cli-registro
               invalid key
                   display "Erro ao regravar cliente " cli-codigo
                   perform 2090-destrava thru 2090-destrava-exit
                   go to 2020-aplica-atribuicao-exit
           end-rewrite
           perform 2080-grava-auditoria
              thru 2080-grava-auditoria-exit
           move "A" to crt-situacao
           rewrite crt-registro
           add 1 to cta-qtde-aplicadas
           move "ATRIBUICAO APLICADA:" to lap-descricao
           perform 2070-imprime-atribuicao
              thru 2070-imprime-atribuicao-exit
           perform 2090-destrava thru 2090-destrava-exit.
       2020-aplica-atribuicao-exit.
           exit.

       2070-imprime-atribuicao.
           move crt-cliente to lap-cliente
           move crt-vendedor-anterior to lap-vendedor-ant
           move crt-vendedor-novo to lap-vendedor-novo
           move crt-data-efetiva to lap-data
           write linha-relatorio from linha-aplicada
               after advancing 1 line.
       2070-imprime-atribuicao-exit.
           exit.

       2080-grava-auditoria.
           move cta-lk-operador to aud-terminal
           accept data-sistema from date yyyymmdd
           accept cta-hora-atual from time
           string ano-sistema        delimited by size
                  mes-sistema        delimited by size
                  dia-sistema        delimited by size
                  cta-hora-atual(1:6) delimited by size
                  into aud-data-hora
           end-string
           move cli-codigo to aud-codigo
           move "A" to aud-operacao
           move cta-imagem-antes to aud-imagem-antes
           move cli-registro to aud-imagem-depois
           call "ENCADEIA" using cta-ec-funcao cta-ec-arquivo
                                 cta-ec-morto aud-registro
                                 cta-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       2080-grava-auditoria-exit.
           exit.

       2090-destrava.
           move "U" to cta-lk-funcao
           move crt-cliente to cta-lk-chave
           call "RECLOCK" using cta-lk-funcao cta-lk-arquivo
                                 cta-lk-chave cta-lk-operador
                                 cta-lk-status cta-lk-dono
           end-call.
       2090-destrava-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "ATRIBUICOES APLICADAS:" to lca-descricao
           move cta-qtde-aplicadas to lca-quantidade
           write linha-relatorio from linha-conta-apl
               after advancing 1 line
           move "ADIADAS POR TRAVA:" to lca-descricao
           move cta-qtde-travadas to lca-quantidade
           write linha-relatorio from linha-conta-apl
               after advancing 1 line
           display "CARTAPL: " cta-qtde-aplicadas
                   " reatribuicoes de carteira aplicadas.".
       4000-imprime-totais-exit.
           exit.
