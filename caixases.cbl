      *                    sobra/falta por moeda em CAIXACON.RPT    *
      *                    - o VALORDIA mostra o que foi digitado,  *
      *                    isto mostra se a gaveta bate.            *
      * 15/10/2026 EQP     Filial do caixa informada na abertura e  *
      *                    guias de deposito no fechamento: uma por *
      *                    moeda com o dinheiro contado, numerada   *
      *                    pela sequencia DEPOSITO (SEQNUM),        *
      *                    gravada em DEPOSITO.DAT e impressa em    *
      *                    DEPOSITO.RPT para a conciliacao com o    *
      *                    extrato do banco (DEPCONC).              *
      * 15/10/2026 EQP     Conciliacao abate do movimento do dia os *
      *                    recibos cancelados do operador na data   *
      *                    (RECIBCAN.DAT) e mostra o total          *
      *                    cancelado por moeda em CAIXACON.RPT.     *
      * 15/10/2026 EQP     Compra e venda de moeda ao cliente       *
      *                    entram na conciliacao pelas duas pernas  *
      *                    (USD pela quantia, BRL pelo contravalor  *
      *                    a taxa cobrada), inclusive nos recibos   *
      *                    cancelados; movimento do dia passou a    *
      *                    admitir saldo negativo.                  *
      * 15/10/2026 EQP     Sessao aberta nasce com a marca de       *
      *                    exportacao da sobra/falta para o diario  *
      *                    contabil (GLGERA) em branco.             *
      * 15/10/2026 EQP     Janela noturna (JANPROC): aviso no menu  *
      *                    e conferencia antes de abrir ou fechar o *
      *                    caixa; fechada, so o nivel 3 sobrepoe,   *
      *                    com motivo registrado em JANLOG.         *
      * 15/10/2026 EQP     Conciliacao: nivel 2 ou mais informa o   *
      *                    operador do caixa a conciliar, e o caixa *
      *                    guarda quem conciliou e quando           *
      *                    (CXS-OPERADOR-CONCILIA) para a revisao   *
      *                    de segregacao de funcoes.                *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is cxa-status-valores.

           select recibo-cancelado assign to "RECIBCAN.DAT"
               organization is line sequential
               file status is cxa-status-cancel.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is cxa-status-sessao.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is cxa-status-filial.

           select deposito-arq assign to "DEPOSITO"
               organization is indexed
               access mode is dynamic
               record key is dep-numero
               file status is cxa-status-deposito.

           select deposito-guia assign to "DEPOSITO.RPT"
               organization is line sequential
               file status is cxa-status-guia.

           select conciliacao-relatorio assign to "CAIXACON.RPT"
               organization is line sequential
               file status is cxa-status-relat.
       fd  valor-cadastro.
           copy VALOREG.

       fd  recibo-cancelado.
           copy RECIBCAN.

       fd  sessao-corrente.
           copy SESSREC.

       fd  filial-mestre.
           copy FILREC.

       fd  deposito-arq.
           copy DEPOSREC.

       fd  deposito-guia.
       01  linha-guia                pic x(80).

       fd  conciliacao-relatorio.
       01  linha-relatorio           pic x(100).

       77  cxa-opcao            pic x(01) value spaces.
           88  cxa-opcao-sair          value "0".
       77  cxa-operador         pic x(08) value spaces.
       77  cxa-operador-caixa   pic x(08) value spaces.
       77  cxa-nivel-sessao     pic 9(01) value 1.
       77  cxa-data-trabalho    pic 9(08) value zeros.
       77  cxa-hora-atual       pic 9(08) value zeros.
       77  cxa-fundo-digitado   pic 9(09)v99 value zeros.
       77  cxa-fech-brl         pic 9(09)v99 value zeros.
       77  cxa-fech-usd         pic 9(09)v99 value zeros.

       77  cxa-mov-brl          pic s9(011)v99 value zeros.
       77  cxa-mov-usd          pic s9(011)v99 value zeros.
       77  cxa-esperado-brl     pic s9(011)v99 value zeros.
       77  cxa-contravalor      pic 9(011)v99 value zeros.
       77  cxa-status-cancel    pic x(02) value spaces.
           88  cxa-fim-cancel          value "10".
       77  cxa-canc-brl         pic s9(011)v99 value zeros.
       77  cxa-canc-usd         pic s9(011)v99 value zeros.
       77  cxa-diferenca        pic s9(011)v99 value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Janela noturna (JANPROC): aviso no menu e conferencia      *
      * antes de abrir ou fechar o caixa.                          *
      *-----------------------------------------------------------*
       copy JANWS.

      *-----------------------------------------------------------*
      * Filial do caixa e guias de deposito do fechamento: uma     *
      * por moeda com dinheiro contado, numeradas pela sequencia   *
      * DEPOSITO do SEQNUM e impressas em DEPOSITO.RPT.            *
      *-----------------------------------------------------------*
       77  cxa-status-filial    pic x(02) value spaces.
       77  cxa-status-deposito  pic x(02) value spaces.
       77  cxa-status-guia      pic x(02) value spaces.
       77  cxa-filial           pic 9(03) value zeros.
       77  cxa-nome-filial      pic x(30) value spaces.
       77  cxa-filial-valida    pic x(01) value "N".
           88  cxa-filial-ok           value "S".
       77  cxa-sq-funcao        pic x(01) value spaces.
       77  cxa-sq-nome          pic x(08) value "DEPOSITO".
       77  cxa-sq-numero        pic 9(09) value zeros.
       77  cxa-sq-status        pic x(01) value spaces.
       77  cxa-dep-moeda        pic x(03) value spaces.
       77  cxa-dep-valor        pic 9(09)v99 value zeros.
       77  cxa-posicao-tela     pic 9(04) value zeros.

       01  linha-guia-titulo.
           05  filler                pic x(30) value
                  "GUIA DE DEPOSITO BANCARIO No. ".
           05  lgt-numero            pic 9(07).
       01  linha-guia-filial.
           05  filler                pic x(10) value "FILIAL:   ".
           05  lgf-filial            pic 9(03).
           05  filler                pic x(02) value spaces.
           05  lgf-nome              pic x(30).
       01  linha-guia-caixa.
           05  filler                pic x(10) value "OPERADOR: ".
           05  lgc-operador          pic x(08).
           05  filler                pic x(10) value "   CAIXA: ".
           05  lgc-data              pic 9(08).
       01  linha-guia-valor.
           05  filler                pic x(10) value "MOEDA:    ".
           05  lgv-moeda             pic x(03).
           05  filler                pic x(10) value "   VALOR: ".
           05  lgv-valor             pic zz.zzz.zzz.zz9,99.
       01  linha-guia-assinatura.
           05  filler                pic x(60) value
              "CONFERIDO: ____________________  BANCO: _______________".

       01  cab-conciliacao.
           05  filler                pic x(26) value
                  "CONCILIACAO DE CAIXA - OP ".
                      continue
                  not at end
                      move ses-operador to cxa-operador
                      move ses-nivel to cxa-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if cxa-operador = spaces
              display "Operador do caixa: " at 0510
              accept cxa-operador at 0530
           end-if
           move "CAIXASES" to JNL-PROGRAMA
           move cxa-operador to JNL-OPERADOR
           move cxa-nivel-sessao to JNL-NIVEL.
       1020-le-sessao-exit.
           exit.

           display "3 - Conciliacao do dia"             at 0710
           display "0 - Sair"                           at 0810
           display "Opcao: "                            at 1010
           perform 8810-AVISA-JANELA thru 8810-AVISA-JANELA-EXIT
           accept cxa-opcao at 1018
           evaluate cxa-opcao
               when "1"
           end-read
           display "Fundo de troco declarado (BRL): " at 0510
           accept cxa-fundo-digitado at 0543
           perform 2110-aceita-filial thru 2110-aceita-filial-exit
           if not cxa-filial-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-abrir-caixa-exit
           end-if
           move cxa-operador to cxs-operador
           move cxa-data-trabalho to cxs-data
           move cxa-fundo-digitado to cxs-fundo-abertura
           move cxa-hora-atual(1:6) to cxs-hora-abertura
           move zeros to cxs-fech-brl cxs-fech-usd
                          cxs-hora-fechamento
           move cxa-filial to cxs-filial
           move space to cxs-gl-gerada
           move spaces to cxs-operador-concilia
           move zeros to cxs-data-concilia
           move "A" to cxs-situacao
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Abertura cancelada." at 0710
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-abrir-caixa-exit
           end-if
           write cxs-registro
               invalid key
                   display "Erro ao abrir o caixa - status "
       2100-abrir-caixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Filial do caixa, conferida no cadastro de filiais quando   *
      * disponivel (sem o cadastro, aceita a digitada).            *
      *-----------------------------------------------------------*
       2110-aceita-filial.
           move "N" to cxa-filial-valida
           move zeros to cxa-filial
           display "Filial do caixa (000 = matriz): " at 0610
           accept cxa-filial at 0643
           open input filial-mestre
           if cxa-status-filial not = "00"
              move "S" to cxa-filial-valida
              go to 2110-aceita-filial-exit
           end-if
           move cxa-filial to fil-codigo
           read filial-mestre
               invalid key
                   display "Filial nao cadastrada." at 0710
               not invalid key
                   move "S" to cxa-filial-valida
           end-read
           close filial-mestre.
       2110-aceita-filial-exit.
           exit.

       2200-fechar-caixa.
           display erase
           display "FECHAMENTO DE CAIXA" at 0310
           accept cxa-hora-atual from time
           move cxa-hora-atual(1:6) to cxs-hora-fechamento
           move "F" to cxs-situacao
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Fechamento cancelado." at 0810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2200-fechar-caixa-exit
           end-if
           rewrite cxs-registro
               invalid key
                   display "Erro ao fechar o caixa - status "
               not invalid key
                   display "Caixa fechado - rode a conciliacao."
                       at 0810
                   perform 2250-emite-depositos
                      thru 2250-emite-depositos-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-fechar-caixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Guias de deposito do dinheiro contado, uma por moeda, na   *
      * filial da sessao, registradas em DEPOSITO.DAT para a       *
      * conciliacao com o extrato do banco (DEPCONC).              *
      *-----------------------------------------------------------*
       2250-emite-depositos.
           if cxs-fech-brl = zeros and cxs-fech-usd = zeros
              go to 2250-emite-depositos-exit
           end-if
           if cxs-filial is not numeric
              move zeros to cxs-filial
           end-if
           move spaces to cxa-nome-filial
           open input filial-mestre
           if cxa-status-filial = "00"
              move cxs-filial to fil-codigo
              read filial-mestre
                  invalid key
                      continue
                  not invalid key
                      move fil-nome to cxa-nome-filial
              end-read
              close filial-mestre
           end-if
           open i-o deposito-arq
           if cxa-status-deposito = "35"
              open output deposito-arq
              close deposito-arq
              open i-o deposito-arq
           end-if
           if cxa-status-deposito not = "00"
              display "Guias nao emitidas - DEPOSITO status "
                       cxa-status-deposito at 0910
              go to 2250-emite-depositos-exit
           end-if
           open output deposito-guia
           move 0910 to cxa-posicao-tela
           if cxs-fech-brl > zeros
              move "BRL" to cxa-dep-moeda
              move cxs-fech-brl to cxa-dep-valor
              perform 2260-emite-uma-guia
                 thru 2260-emite-uma-guia-exit
           end-if
           if cxs-fech-usd > zeros
              move "USD" to cxa-dep-moeda
              move cxs-fech-usd to cxa-dep-valor
              perform 2260-emite-uma-guia
                 thru 2260-emite-uma-guia-exit
           end-if
           close deposito-arq deposito-guia.
       2250-emite-depositos-exit.
           exit.

       2260-emite-uma-guia.
           move "P" to cxa-sq-funcao
           move zeros to cxa-sq-numero
           call "SEQNUM" using cxa-sq-funcao cxa-sq-nome
                                cxa-sq-numero cxa-sq-status
           end-call
           if cxa-sq-status not = "0"
              display "Erro na numeracao da guia " cxa-dep-moeda
                  at cxa-posicao-tela
              add 100 to cxa-posicao-tela
              go to 2260-emite-uma-guia-exit
           end-if
           move cxa-sq-numero to dep-numero
           move cxs-filial to dep-filial
           move cxa-dep-moeda to dep-moeda
           move cxa-dep-valor to dep-valor
           move cxs-data to dep-data
           move cxs-operador to dep-operador
           move "P" to dep-situacao
           move zeros to dep-valor-banco dep-data-banco
           write dep-registro
               invalid key
                   display "Erro ao gravar a guia " dep-numero
                       " - status " cxa-status-deposito
                       at cxa-posicao-tela
                   add 100 to cxa-posicao-tela
                   go to 2260-emite-uma-guia-exit
           end-write
           move dep-numero to lgt-numero
           write linha-guia from linha-guia-titulo
               after advancing page
           move dep-filial to lgf-filial
           move cxa-nome-filial to lgf-nome
           write linha-guia from linha-guia-filial
               after advancing 2 lines
           move dep-operador to lgc-operador
           move dep-data to lgc-data
           write linha-guia from linha-guia-caixa
               after advancing 1 line
           move dep-moeda to lgv-moeda
           move dep-valor to lgv-valor
           write linha-guia from linha-guia-valor
               after advancing 1 line
           write linha-guia from linha-guia-assinatura
               after advancing 3 lines
           display "Guia de deposito " dep-numero " - " dep-moeda
               at cxa-posicao-tela
           add 100 to cxa-posicao-tela.
       2260-emite-uma-guia-exit.
           exit.

      *-----------------------------------------------------------*
      * Conciliacao do dia: soma os lancamentos de VALORES.DAT do  *
      * operador na data e compara, por moeda, com o dinheiro      *
      * declarado no fechamento (BRL espera fundo + movimento;     *
      * USD espera so o movimento), imprimindo sobra/falta.        *
      * Compra de moeda ao cliente entra em USD e sai em BRL pelo  *
      * contravalor a taxa cobrada; venda, o inverso.              *
      *-----------------------------------------------------------*
       2300-conciliar-caixa.
           display erase
              accept data-sistema from date yyyymmdd
              move data-sistema to cxa-data-trabalho
           end-if
           move cxa-operador to cxa-operador-caixa
           if cxa-nivel-sessao > 1
              display "Operador do caixa (vazio = o proprio): "
                  at 0610
              accept cxa-operador-caixa at 0650
              if cxa-operador-caixa = spaces
                 move cxa-operador to cxa-operador-caixa
              end-if
           end-if
           move cxa-operador-caixa to cxs-operador
           move cxa-data-trabalho to cxs-data
           read caixa-sessoes
               invalid key
              thru 2400-soma-movimento-exit
           perform 2500-imprime-conciliacao
              thru 2500-imprime-conciliacao-exit
           perform 2600-registra-conciliador
              thru 2600-registra-conciliador-exit
           display "Conciliacao em CAIXACON.RPT." at 0710
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.

       2400-soma-movimento.
           move zeros to cxa-mov-brl cxa-mov-usd
           move zeros to cxa-canc-brl cxa-canc-usd
           open input valor-cadastro
           if cxa-status-valores not = "00"
              go to 2400-soma-movimento-exit
           end-if
           perform 2410-soma-um-valor thru 2410-soma-um-valor-exit
               until cxa-fim-valores
           close valor-cadastro
           open input recibo-cancelado
           if cxa-status-cancel = "00"
              perform 2420-soma-um-cancelado
                 thru 2420-soma-um-cancelado-exit
                  until cxa-fim-cancel
              close recibo-cancelado
           end-if
           subtract cxa-canc-brl from cxa-mov-brl
           subtract cxa-canc-usd from cxa-mov-usd.
       2400-soma-movimento-exit.
           exit.

               at end
                   set cxa-fim-valores to true
               not at end
                   if vl-operador = cxa-operador-caixa
                      and vl-data-entrada = cxa-data-trabalho
                      evaluate true
                          when vl-compra-moeda
                              compute cxa-contravalor rounded =
                                      vl-valor * vl-taxa-cliente
                              add vl-valor to cxa-mov-usd
                              subtract cxa-contravalor from cxa-mov-brl
                          when vl-venda-moeda
                              compute cxa-contravalor rounded =
                                      vl-valor * vl-taxa-cliente
                              subtract vl-valor from cxa-mov-usd
                              add cxa-contravalor to cxa-mov-brl
                          when vl-moeda-dolar
                              add vl-valor to cxa-mov-usd
                          when other
                              add vl-valor to cxa-mov-brl
                      end-evaluate
                   end-if
           end-read.
       2410-soma-um-valor-exit.
           exit.

      *-----------------------------------------------------------*
      * Recibos cancelados do operador na data (RECIBCAN.DAT): o   *
      * dinheiro voltou ao cliente e sai do movimento esperado.    *
      * Compra/venda de moeda cancelada desfaz as duas pernas.     *
      *-----------------------------------------------------------*
       2420-soma-um-cancelado.
           read recibo-cancelado
               at end
                   set cxa-fim-cancel to true
               not at end
                   if rcn-operador = cxa-operador-caixa
                      and rcn-data-recibo = cxa-data-trabalho
                      evaluate true
                          when rcn-compra-moeda
                              compute cxa-contravalor rounded =
                                      rcn-valor * rcn-taxa-cliente
                              add rcn-valor to cxa-canc-usd
                              subtract cxa-contravalor
                                  from cxa-canc-brl
                          when rcn-venda-moeda
                              compute cxa-contravalor rounded =
                                      rcn-valor * rcn-taxa-cliente
                              subtract rcn-valor from cxa-canc-usd
                              add cxa-contravalor to cxa-canc-brl
                          when rcn-moeda-dolar
                              add rcn-valor to cxa-canc-usd
                          when other
                              add rcn-valor to cxa-canc-brl
                      end-evaluate
                   end-if
           end-read.
       2420-soma-um-cancelado-exit.
           exit.

       2500-imprime-conciliacao.
           open output conciliacao-relatorio
           move cxa-operador-caixa to cc-operador
           move cxa-data-trabalho to cc-data
           write linha-relatorio from cab-conciliacao
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "FUNDO DE TROCO DECLARADO (BRL):" to lvc-descricao
           move cxs-fundo-abertura to lvc-valor
           write linha-relatorio from linha-valor-caixa
               after advancing 1 line
           move "RECIBOS CANCELADOS (BRL):" to lvc-descricao
           move cxa-canc-brl to lvc-valor
           write linha-relatorio from linha-valor-caixa
               after advancing 1 line
           move "MOVIMENTO DO DIA (BRL):" to lvc-descricao
              thru 2510-classifica-diferenca-exit
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "RECIBOS CANCELADOS (USD):" to lvc-descricao
           move cxa-canc-usd to lvc-valor
           write linha-relatorio from linha-valor-caixa
               after advancing 1 line
           move "MOVIMENTO DO DIA (USD):" to lvc-descricao
           move cxa-mov-usd to lvc-valor
           write linha-relatorio from linha-valor-caixa
       2510-classifica-diferenca-exit.
           exit.

      *-----------------------------------------------------------*
      * Guarda quem conciliou e quando, para a revisao de          *
      * segregacao de funcoes (SODCONF) apontar o caixa aberto e   *
      * conciliado pelo mesmo operador.                            *
      *-----------------------------------------------------------*
       2600-registra-conciliador.
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Conciliacao nao registrada no caixa." at 0810
              go to 2600-registra-conciliador-exit
           end-if
           accept data-sistema from date yyyymmdd
           move cxa-operador to cxs-operador-concilia
           move data-sistema to cxs-data-concilia
           rewrite cxs-registro
               invalid key
                   display "Erro ao registrar a conciliacao - status "
                            cxa-status-caixa at 0810
           end-rewrite.
       2600-registra-conciliador-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.

       copy JANPROC.
