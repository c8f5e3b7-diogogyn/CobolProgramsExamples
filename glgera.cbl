      *                    por lote e reconcilia as vendas contra   *
      *                    o total do lote - a contabilidade para   *
      *                    de redigitar o COMISSAO.RPT.             *
      * 15/10/2026 EQP     Eventos de movimento alem dos lotes:     *
      *                    recebimentos de titulos (CRPAGTOS),      *
      *                    valores, cambio e recibos cancelados do  *
      *                    caixa (VALORES/RECIBCAN), sobra/falta    *
      *                    das sessoes fechadas (CAIXASES) e        *
      *                    cheques de comissao compensados          *
      *                    (CHEQREG).  Cada registro de origem e    *
      *                    marcado exportado (sequenciais           *
      *                    regravados a partir de copia .BAK) e o   *
      *                    relatorio traz debitos e creditos por    *
      *                    origem e o balanceio geral do diario.    *
      * 15/10/2026 EQP     Ao fim da corrida registra programa,     *
      *                    periodo, retorno e ocorrencias em        *
      *                    EXECLOG.DAT (subrotina EXECREG) para o   *
      *                    checklist de fechamento do mes           *
      *                    (MESFECH).                               *
      * 15/10/2026 EQP     Erro na copia de seguranca (.BAK) de     *
      *                    CRPAGTOS, VALORES ou RECIBCAN deixa a    *
      *                    origem intacta, sem exportar, e avisa    *
      *                    com retorno 4.                           *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is ctm-evento
               file status is glg-status-mapa.

           select pagamentos-log assign to "CRPAGTOS"
               organization is line sequential
               file status is glg-status-pagto.

           select valor-cadastro assign to "VALORES.DAT"
               organization is line sequential
               file status is glg-status-valor.

           select recibo-cancelado assign to "RECIBCAN.DAT"
               organization is line sequential
               file status is glg-status-cancel.

           select arquivo-backup assign to dynamic glg-nome-backup
               organization is line sequential
               file status is glg-status-backup.

           select caixa-sessoes assign to "CAIXASES"
               organization is indexed
               access mode is dynamic
               record key is cxs-chave
               file status is glg-status-caixa.

           select cambio-tabela assign to "CAMBIO"
               organization is indexed
               access mode is dynamic
               record key is cam-chave
               file status is glg-status-cambio.

           select cheque-registro assign to "CHEQREG"
               organization is indexed
               access mode is dynamic
               record key is chr-numero
               file status is glg-status-cheque.

           select diario-saida assign to "GLINT.DAT"
               organization is line sequential
               file status is glg-status-diario.
       fd  contamap-tabela.
           copy CONTAMAP.

       fd  pagamentos-log.
           copy CRPAGREC.

       fd  valor-cadastro.
           copy VALOREG.

       fd  recibo-cancelado.
           copy RECIBCAN.

       fd  arquivo-backup.
       01  bak-linha                 pic x(200).

       fd  caixa-sessoes.
           copy CAIXAREC.

       fd  cambio-tabela.
           copy CAMREC.

       fd  cheque-registro.
           copy CHQREG.

       fd  diario-saida.
       01  glj-registro              pic x(60).

           88  glg-mapa-faltando       value "S".
       77  glg-houve-aviso      pic x(01) value "N".

      *-----------------------------------------------------------*
      * Eventos de movimento: recebimentos (CRPAGTOS), caixa       *
      * (VALORES e RECIBCAN), sobra/falta do fechamento            *
      * (CAIXASES) e cheques de comissao compensados (CHEQREG).    *
      * Cada registro de origem vira um par debito/credito e so e *
      * marcado exportado com o mapeamento achado; os arquivos     *
      * sequenciais sao regravados a partir de uma copia .BAK.     *
      *-----------------------------------------------------------*
       77  glg-status-pagto     pic x(02) value spaces.
           88  glg-fim-pagto           value "10".
       77  glg-status-valor     pic x(02) value spaces.
           88  glg-fim-valor           value "10".
       77  glg-status-cancel    pic x(02) value spaces.
           88  glg-fim-cancel          value "10".
       77  glg-status-backup    pic x(02) value spaces.
           88  glg-fim-backup          value "10".
       77  glg-status-caixa     pic x(02) value spaces.
       77  glg-status-cambio    pic x(02) value spaces.
           88  glg-cambio-ok           value "00".
       77  glg-status-cheque    pic x(02) value spaces.
       77  glg-nome-backup      pic x(30) value spaces.
       77  glg-periodo-lanc     pic 9(06) value zeros.
       77  glg-lote-lanc        pic 9(05) value zeros.
       77  glg-data-lanc        pic 9(08) value zeros.
       77  glg-estorno          pic x(01) value "N".
           88  glg-lanca-estorno       value "S".
       77  glg-qtde-secao       pic 9(07) value zeros.
       77  glg-qtde-pendentes   pic 9(07) value zeros.
       77  glg-exec-programa    pic x(08) value "GLGERA".
       77  glg-exec-periodo     pic 9(06) value zeros.
       77  glg-exec-retorno     pic 9(04) value zeros.
       77  glg-exec-ocorrencias pic 9(07) value zeros.
       77  glg-total-debitos    pic 9(013)v99 value zeros.
       77  glg-total-creditos   pic 9(013)v99 value zeros.
       77  glg-moeda-taxa       pic x(03) value spaces.
       77  glg-data-taxa        pic 9(08) value zeros.
       77  glg-taxa             pic 9(05)v9999 value zeros.
       77  glg-taxa-achada      pic x(01) value "N".
       77  glg-fim-cambio       pic x(01) value "N".
       77  glg-sessao-brl       pic s9(011)v99 value zeros.
       77  glg-sessao-usd       pic s9(011)v99 value zeros.
       77  glg-contravalor      pic 9(011)v99 value zeros.
       77  glg-diferenca-brl    pic s9(013)v99 value zeros.
       77  glg-diferenca-usd    pic s9(013)v99 value zeros.
       77  glg-descricao-secao  pic x(24) value spaces.

      *-----------------------------------------------------------*
      * Lancamento do diario: lote, conta, natureza (D/C), valor,  *
      * evento e data de negocio.                                  *
           05  filler                pic x(02) value spaces.
           05  lrg-descricao         pic x(34).
           05  lrg-valor             pic -zz.zzz.zzz.zz9,99.
       01  linha-secao-gl.
           05  lsg-descricao         pic x(24).
           05  filler                pic x(09) value "DEBITOS  ".
           05  lsg-debitos           pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(11) value "  CREDITOS ".
           05  lsg-creditos          pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lsg-situacao          pic x(20).
       01  linha-qtde-secao.
           05  filler                pic x(02) value spaces.
           05  filler                pic x(22) value
                  "REGISTROS EXPORTADOS: ".
           05  lqs-exportados        pic zzzzzz9.
           05  filler                pic x(14) value
                  "  PENDENTES:  ".
           05  lqs-pendentes         pic zzzzzz9.
       01  linha-conta-gl.
           05  lcg-descricao         pic x(30).
           05  lcg-quantidade        pic zzzzzz9.
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-varre-lotes thru 2000-varre-lotes-exit
           perform 3000-exporta-recebimentos
              thru 3000-exporta-recebimentos-exit
           perform 3200-exporta-caixa thru 3200-exporta-caixa-exit
           perform 3300-exporta-cancelados
              thru 3300-exporta-cancelados-exit
           perform 3400-exporta-sessoes
              thru 3400-exporta-sessoes-exit
           perform 3600-exporta-cheques
              thru 3600-exporta-cheques-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close lote-controle contamap-tabela diario-saida
                 geracao-relatorio
           if glg-cambio-ok
              close cambio-tabela
           end-if
           if glg-houve-aviso = "S"
              move 4 to return-code
           end-if
           perform 9000-registra-execucao
              thru 9000-registra-execucao-exit
           stop run.

       1000-abrir-arquivos.
              move 16 to return-code
              stop run
           end-if
           open input cambio-tabela
           open extend diario-saida
           if glg-status-diario = "35"
              open output diario-saida
                          glg-lote-comissao glg-lote-estorno
                          glg-lote-debitos glg-lote-creditos
           move "N" to glg-lote-com-erro
           move lot-periodo to glg-periodo-lanc
           move lot-numero to glg-lote-lanc
           move glg-data-negocio to glg-data-lanc
           move "N" to glg-estorno
           perform 2030-acumula-historico
              thru 2030-acumula-historico-exit
           if glg-lote-vendas > zeros
      *-----------------------------------------------------------*
      * Um evento vira um par de lancamentos: debito e credito de  *
      * mesmo valor, nas contas do mapeamento - o balanceio por    *
      * lote sai por construcao.  No estorno (recibo de caixa      *
      * cancelado) as contas do mapeamento saem invertidas.        *
      *-----------------------------------------------------------*
       2050-lanca-evento.
           move glg-evento-corrente to ctm-evento
                   set glg-mapa-faltando to true
                   go to 2050-lanca-evento-exit
           end-read
           move glg-periodo-lanc to glj-periodo
           move glg-lote-lanc to glj-lote
           move glg-evento-corrente to glj-evento
           move glg-data-lanc to glj-data
           move glg-valor-evento to glj-valor
           if glg-lanca-estorno
              move ctm-conta-credito to glj-conta
           else
              move ctm-conta-debito to glj-conta
           end-if
           move "D" to glj-natureza
           write glj-registro from glj-lancamento
           add glg-valor-evento to glg-lote-debitos
           add glg-valor-evento to glg-total-debitos
           if glg-lanca-estorno
              move ctm-conta-debito to glj-conta
           else
              move ctm-conta-credito to glj-conta
           end-if
           move "C" to glj-natureza
           write glj-registro from glj-lancamento
           add glg-valor-evento to glg-lote-creditos
           add glg-valor-evento to glg-total-creditos
           add 2 to glg-qtde-lancamentos.
       2050-lanca-evento-exit.
           exit.

      *-----------------------------------------------------------*
      * Recebimentos de titulos (CRBAIXA e retorno do banco):      *
      * RECEBCR, ou RECUPCR quando o titulo estava em perda.       *
      *-----------------------------------------------------------*
       3000-exporta-recebimentos.
           move "RECEBIMENTOS (CRPAGTOS)" to glg-descricao-secao
           perform 3900-inicia-secao thru 3900-inicia-secao-exit
           open input pagamentos-log
           if glg-status-pagto not = "00"
              perform 3910-fecha-secao thru 3910-fecha-secao-exit
              go to 3000-exporta-recebimentos-exit
           end-if
           move "CRPAGTOS.BAK" to glg-nome-backup
           open output arquivo-backup
           if glg-status-backup not = "00"
              close pagamentos-log
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3000-exporta-recebimentos-exit
           end-if
           perform 3010-copia-pagamento thru 3010-copia-pagamento-exit
               until glg-fim-pagto
                  or glg-status-backup not = "00"
           if glg-status-backup not = "00"
              close pagamentos-log arquivo-backup
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3000-exporta-recebimentos-exit
           end-if
           close pagamentos-log arquivo-backup
           open input arquivo-backup
           if glg-status-backup not = "00"
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3000-exporta-recebimentos-exit
           end-if
           open output pagamentos-log
           perform 3020-exporta-pagamento
              thru 3020-exporta-pagamento-exit
               until glg-fim-backup
           close arquivo-backup pagamentos-log
           perform 3910-fecha-secao thru 3910-fecha-secao-exit.
       3000-exporta-recebimentos-exit.
           exit.

       3010-copia-pagamento.
           read pagamentos-log
               at end
                   set glg-fim-pagto to true
               not at end
                   write bak-linha from crp-registro
           end-read.
       3010-copia-pagamento-exit.
           exit.

       3020-exporta-pagamento.
           read arquivo-backup
               at end
                   set glg-fim-backup to true
                   go to 3020-exporta-pagamento-exit
           end-read
           move bak-linha to crp-registro
           if crp-gl-exportado
              or crp-valor not numeric
              or crp-valor = zeros
              go to 3020-grava-pagamento
           end-if
           if crp-recuperacao
              move "RECUPCR" to glg-evento-corrente
           else
              move "RECEBCR" to glg-evento-corrente
           end-if
           move crp-valor to glg-valor-evento
           move crp-data-pagamento to glg-data-lanc
           perform 3920-lanca-movimento
              thru 3920-lanca-movimento-exit
           if not glg-mapa-faltando
              move "S" to crp-gl-gerada
           end-if.
       3020-grava-pagamento.
           write crp-registro.
       3020-exporta-pagamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Valores recebidos no caixa (VALORES.DAT): CAIXABRL pelo    *
      * valor; CAIXAUSD convertido pela taxa CAMBIO da data de     *
      * entrada; compra e venda de moeda (CAMCOMPR/CAMVENDA) pelo  *
      * contravalor a taxa cobrada do cliente.                     *
      *-----------------------------------------------------------*
       3200-exporta-caixa.
           move "VALORES DO CAIXA" to glg-descricao-secao
           perform 3900-inicia-secao thru 3900-inicia-secao-exit
           open input valor-cadastro
           if glg-status-valor not = "00"
              perform 3910-fecha-secao thru 3910-fecha-secao-exit
              go to 3200-exporta-caixa-exit
           end-if
           move "VALORES.BAK" to glg-nome-backup
           open output arquivo-backup
           if glg-status-backup not = "00"
              close valor-cadastro
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3200-exporta-caixa-exit
           end-if
           perform 3210-copia-valor thru 3210-copia-valor-exit
               until glg-fim-valor
                  or glg-status-backup not = "00"
           if glg-status-backup not = "00"
              close valor-cadastro arquivo-backup
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3200-exporta-caixa-exit
           end-if
           close valor-cadastro arquivo-backup
           open input arquivo-backup
           if glg-status-backup not = "00"
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3200-exporta-caixa-exit
           end-if
           open output valor-cadastro
           perform 3220-exporta-valor thru 3220-exporta-valor-exit
               until glg-fim-backup
           close arquivo-backup valor-cadastro
           perform 3910-fecha-secao thru 3910-fecha-secao-exit.
       3200-exporta-caixa-exit.
           exit.

       3210-copia-valor.
           read valor-cadastro
               at end
                   set glg-fim-valor to true
               not at end
                   write bak-linha from vl-registro
           end-read.
       3210-copia-valor-exit.
           exit.

       3220-exporta-valor.
           read arquivo-backup
               at end
                   set glg-fim-backup to true
                   go to 3220-exporta-valor-exit
           end-read
           move bak-linha to vl-registro
           if vl-registro(1:3) = "*T*"
              or vl-registro(1:3) = "*D*"
              or vl-gl-exportado
              or vl-valor not numeric
              or vl-valor = zeros
              or vl-data-entrada not numeric
              go to 3220-grava-valor
           end-if
           move "S" to glg-taxa-achada
           evaluate true
               when vl-compra-moeda
                   move "CAMCOMPR" to glg-evento-corrente
                   compute glg-valor-evento rounded =
                           vl-valor * vl-taxa-cliente
               when vl-venda-moeda
                   move "CAMVENDA" to glg-evento-corrente
                   compute glg-valor-evento rounded =
                           vl-valor * vl-taxa-cliente
               when vl-moeda-dolar
                   move "CAIXAUSD" to glg-evento-corrente
                   move vl-moeda to glg-moeda-taxa
                   move vl-data-entrada to glg-data-taxa
                   perform 3950-busca-taxa thru 3950-busca-taxa-exit
                   compute glg-valor-evento rounded =
                           vl-valor * glg-taxa
               when other
                   move "CAIXABRL" to glg-evento-corrente
                   move vl-valor to glg-valor-evento
           end-evaluate
           if glg-taxa-achada = "N"
              add 1 to glg-qtde-pendentes
              go to 3220-grava-valor
           end-if
           move vl-data-entrada to glg-data-lanc
           perform 3920-lanca-movimento
              thru 3920-lanca-movimento-exit
           if not glg-mapa-faltando
              move "S" to vl-gl-gerada
           end-if.
       3220-grava-valor.
           write vl-registro.
       3220-exporta-valor-exit.
           exit.

      *-----------------------------------------------------------*
      * Recibos de caixa cancelados (RECIBCAN.DAT): estorno do     *
      * evento de origem, com as contas invertidas, na data do     *
      * cancelamento.                                              *
      *-----------------------------------------------------------*
       3300-exporta-cancelados.
           move "RECIBOS CANCELADOS" to glg-descricao-secao
           perform 3900-inicia-secao thru 3900-inicia-secao-exit
           open input recibo-cancelado
           if glg-status-cancel not = "00"
              perform 3910-fecha-secao thru 3910-fecha-secao-exit
              go to 3300-exporta-cancelados-exit
           end-if
           move "RECIBCAN.BAK" to glg-nome-backup
           open output arquivo-backup
           if glg-status-backup not = "00"
              close recibo-cancelado
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3300-exporta-cancelados-exit
           end-if
           perform 3310-copia-cancelado thru 3310-copia-cancelado-exit
               until glg-fim-cancel
                  or glg-status-backup not = "00"
           if glg-status-backup not = "00"
              close recibo-cancelado arquivo-backup
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3300-exporta-cancelados-exit
           end-if
           close recibo-cancelado arquivo-backup
           open input arquivo-backup
           if glg-status-backup not = "00"
              perform 3930-falha-backup thru 3930-falha-backup-exit
              go to 3300-exporta-cancelados-exit
           end-if
           open output recibo-cancelado
           perform 3320-exporta-cancelado
              thru 3320-exporta-cancelado-exit
               until glg-fim-backup
           close arquivo-backup recibo-cancelado
           perform 3910-fecha-secao thru 3910-fecha-secao-exit.
       3300-exporta-cancelados-exit.
           exit.

       3310-copia-cancelado.
           read recibo-cancelado
               at end
                   set glg-fim-cancel to true
               not at end
                   write bak-linha from rcn-registro
           end-read.
       3310-copia-cancelado-exit.
           exit.

       3320-exporta-cancelado.
           read arquivo-backup
               at end
                   set glg-fim-backup to true
                   go to 3320-exporta-cancelado-exit
           end-read
           move bak-linha to rcn-registro
           if rcn-gl-exportado
              or rcn-valor not numeric
              or rcn-valor = zeros
              go to 3320-grava-cancelado
           end-if
           move "S" to glg-taxa-achada
           evaluate true
               when rcn-compra-moeda
                   move "CAMCOMPR" to glg-evento-corrente
                   compute glg-valor-evento rounded =
                           rcn-valor * rcn-taxa-cliente
               when rcn-venda-moeda
                   move "CAMVENDA" to glg-evento-corrente
                   compute glg-valor-evento rounded =
                           rcn-valor * rcn-taxa-cliente
               when rcn-moeda-dolar
                   move "CAIXAUSD" to glg-evento-corrente
                   move rcn-moeda to glg-moeda-taxa
                   move rcn-data-recibo to glg-data-taxa
                   perform 3950-busca-taxa thru 3950-busca-taxa-exit
                   compute glg-valor-evento rounded =
                           rcn-valor * glg-taxa
               when other
                   move "CAIXABRL" to glg-evento-corrente
                   move rcn-valor to glg-valor-evento
           end-evaluate
           if glg-taxa-achada = "N"
              add 1 to glg-qtde-pendentes
              go to 3320-grava-cancelado
           end-if
           move rcn-data-cancel to glg-data-lanc
           move "S" to glg-estorno
           perform 3920-lanca-movimento
              thru 3920-lanca-movimento-exit
           move "N" to glg-estorno
           if not glg-mapa-faltando
              move "S" to rcn-gl-gerada
           end-if.
       3320-grava-cancelado.
           write rcn-registro.
       3320-exporta-cancelado-exit.
           exit.

      *-----------------------------------------------------------*
      * Sobra/falta das sessoes de caixa fechadas: contado no      *
      * fechamento contra fundo + movimento do dia do operador,    *
      * como na conciliacao do CAIXASES; a diferenca em USD entra  *
      * convertida pela taxa CAMBIO da data da sessao.             *
      *-----------------------------------------------------------*
       3400-exporta-sessoes.
           move "SOBRA/FALTA DE CAIXA" to glg-descricao-secao
           perform 3900-inicia-secao thru 3900-inicia-secao-exit
           open i-o caixa-sessoes
           if glg-status-caixa not = "00"
              perform 3910-fecha-secao thru 3910-fecha-secao-exit
              go to 3400-exporta-sessoes-exit
           end-if
           move low-values to cxs-chave
           start caixa-sessoes key not less than cxs-chave
               invalid key
                   move "10" to glg-status-caixa
               not invalid key
                   move "00" to glg-status-caixa
           end-start
           perform 3410-avalia-sessao thru 3410-avalia-sessao-exit
               until glg-status-caixa not = "00"
           close caixa-sessoes
           perform 3910-fecha-secao thru 3910-fecha-secao-exit.
       3400-exporta-sessoes-exit.
           exit.

       3410-avalia-sessao.
           read caixa-sessoes next record
               at end
                   move "10" to glg-status-caixa
                   go to 3410-avalia-sessao-exit
           end-read
           if not cxs-fechada or cxs-gl-exportado
              go to 3410-avalia-sessao-exit
           end-if
           perform 3420-apura-sessao thru 3420-apura-sessao-exit
           compute glg-diferenca-brl = cxs-fech-brl -
                   (cxs-fundo-abertura + glg-sessao-brl)
           compute glg-diferenca-usd = cxs-fech-usd - glg-sessao-usd
           if glg-diferenca-usd not = zeros
              move "USD" to glg-moeda-taxa
              move cxs-data to glg-data-taxa
              perform 3950-busca-taxa thru 3950-busca-taxa-exit
              if glg-taxa-achada = "N"
                 add 1 to glg-qtde-pendentes
                 go to 3410-avalia-sessao-exit
              end-if
              compute glg-diferenca-brl rounded = glg-diferenca-brl
                      + glg-diferenca-usd * glg-taxa
           end-if
           move cxs-data to glg-data-lanc
           evaluate true
               when glg-diferenca-brl > zeros
                   move "CXSOBRA" to glg-evento-corrente
                   move glg-diferenca-brl to glg-valor-evento
                   perform 3920-lanca-movimento
                      thru 3920-lanca-movimento-exit
               when glg-diferenca-brl < zeros
                   move "CXFALTA" to glg-evento-corrente
                   compute glg-valor-evento = 0 - glg-diferenca-brl
                   perform 3920-lanca-movimento
                      thru 3920-lanca-movimento-exit
               when other
                   move "N" to glg-lote-com-erro
                   add 1 to glg-qtde-secao
           end-evaluate
           if not glg-mapa-faltando
              move "S" to cxs-gl-gerada
              rewrite cxs-registro
           end-if.
       3410-avalia-sessao-exit.
           exit.

       3420-apura-sessao.
           move zeros to glg-sessao-brl glg-sessao-usd
           open input valor-cadastro
           if glg-status-valor = "00"
              perform 3430-soma-valor-sessao
                 thru 3430-soma-valor-sessao-exit
                  until glg-fim-valor
              close valor-cadastro
           end-if
           open input recibo-cancelado
           if glg-status-cancel = "00"
              perform 3440-soma-cancel-sessao
                 thru 3440-soma-cancel-sessao-exit
                  until glg-fim-cancel
              close recibo-cancelado
           end-if.
       3420-apura-sessao-exit.
           exit.

       3430-soma-valor-sessao.
           read valor-cadastro
               at end
                   set glg-fim-valor to true
                   go to 3430-soma-valor-sessao-exit
           end-read
           if vl-operador not = cxs-operador
              or vl-data-entrada not = cxs-data
              go to 3430-soma-valor-sessao-exit
           end-if
           evaluate true
               when vl-compra-moeda
                   compute glg-contravalor rounded =
                           vl-valor * vl-taxa-cliente
                   add vl-valor to glg-sessao-usd
                   subtract glg-contravalor from glg-sessao-brl
               when vl-venda-moeda
                   compute glg-contravalor rounded =
                           vl-valor * vl-taxa-cliente
                   subtract vl-valor from glg-sessao-usd
                   add glg-contravalor to glg-sessao-brl
               when vl-moeda-dolar
                   add vl-valor to glg-sessao-usd
               when other
                   add vl-valor to glg-sessao-brl
           end-evaluate.
       3430-soma-valor-sessao-exit.
           exit.

       3440-soma-cancel-sessao.
           read recibo-cancelado
               at end
                   set glg-fim-cancel to true
                   go to 3440-soma-cancel-sessao-exit
           end-read
           if rcn-operador not = cxs-operador
              or rcn-data-recibo not = cxs-data
              go to 3440-soma-cancel-sessao-exit
           end-if
           evaluate true
               when rcn-compra-moeda
                   compute glg-contravalor rounded =
                           rcn-valor * rcn-taxa-cliente
                   subtract rcn-valor from glg-sessao-usd
                   add glg-contravalor to glg-sessao-brl
               when rcn-venda-moeda
                   compute glg-contravalor rounded =
                           rcn-valor * rcn-taxa-cliente
                   add rcn-valor to glg-sessao-usd
                   subtract glg-contravalor from glg-sessao-brl
               when rcn-moeda-dolar
                   subtract rcn-valor from glg-sessao-usd
               when other
                   subtract rcn-valor from glg-sessao-brl
           end-evaluate.
       3440-soma-cancel-sessao-exit.
           exit.

      *-----------------------------------------------------------*
      * Cheques de comissao compensados (CHQCONF): CHQCOMP pelo    *
      * liquido do cheque, na data da compensacao.                 *
      *-----------------------------------------------------------*
       3600-exporta-cheques.
           move "CHEQUES COMPENSADOS" to glg-descricao-secao
           perform 3900-inicia-secao thru 3900-inicia-secao-exit
           open i-o cheque-registro
           if glg-status-cheque not = "00"
              perform 3910-fecha-secao thru 3910-fecha-secao-exit
              go to 3600-exporta-cheques-exit
           end-if
           move zeros to chr-numero
           start cheque-registro key not less than chr-numero
               invalid key
                   move "10" to glg-status-cheque
               not invalid key
                   move "00" to glg-status-cheque
           end-start
           perform 3610-avalia-cheque thru 3610-avalia-cheque-exit
               until glg-status-cheque not = "00"
           close cheque-registro
           perform 3910-fecha-secao thru 3910-fecha-secao-exit.
       3600-exporta-cheques-exit.
           exit.

       3610-avalia-cheque.
           read cheque-registro next record
               at end
                   move "10" to glg-status-cheque
                   go to 3610-avalia-cheque-exit
           end-read
           if not chr-compensado
              or chr-gl-exportado
              or chr-valor not numeric
              or chr-valor = zeros
              go to 3610-avalia-cheque-exit
           end-if
           move "CHQCOMP" to glg-evento-corrente
           move chr-valor to glg-valor-evento
           move chr-data-situacao to glg-data-lanc
           perform 3920-lanca-movimento
              thru 3920-lanca-movimento-exit
           if not glg-mapa-faltando
              move "S" to chr-gl-gerada
              rewrite chr-registro
           end-if.
       3610-avalia-cheque-exit.
           exit.

       3900-inicia-secao.
           move zeros to glg-lote-debitos glg-lote-creditos
                          glg-qtde-secao glg-qtde-pendentes.
       3900-inicia-secao-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha o bloco da origem no relatorio de controle: debitos, *
      * creditos, exportados e pendentes (evento sem mapeamento    *
      * ou USD sem taxa CAMBIO - ficam para a proxima corrida).    *
      *-----------------------------------------------------------*
       3910-fecha-secao.
           move glg-descricao-secao to lsg-descricao
           move glg-lote-debitos to lsg-debitos
           move glg-lote-creditos to lsg-creditos
           evaluate true
               when glg-lote-debitos not = glg-lote-creditos
                   move "DESBALANCEADO" to lsg-situacao
               when glg-qtde-pendentes > zeros
                   move "COM PENDENCIAS" to lsg-situacao
               when other
                   move "OK - BALANCEADO" to lsg-situacao
           end-evaluate
           write linha-relatorio from linha-secao-gl
               after advancing 2 lines
           move glg-qtde-secao to lqs-exportados
           move glg-qtde-pendentes to lqs-pendentes
           write linha-relatorio from linha-qtde-secao
               after advancing 1 line
           if glg-qtde-pendentes > zeros
              or glg-lote-debitos not = glg-lote-creditos
              move "S" to glg-houve-aviso
           end-if.
       3910-fecha-secao-exit.
           exit.

      *-----------------------------------------------------------*
      * Lanca o evento de um registro de origem, no periodo da     *
      * data do movimento e sem lote; mapeamento faltando deixa o  *
      * registro pendente.                                         *
      *-----------------------------------------------------------*
       3920-lanca-movimento.
           move "N" to glg-lote-com-erro
           move glg-data-lanc(1:6) to glg-periodo-lanc
           move zeros to glg-lote-lanc
           perform 2050-lanca-evento thru 2050-lanca-evento-exit
           if glg-mapa-faltando
              add 1 to glg-qtde-pendentes
           else
              add 1 to glg-qtde-secao
           end-if.
       3920-lanca-movimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Copia de seguranca da origem com erro (abertura, gravacao  *
      * ou releitura do .BAK): a origem fica como estava, sem      *
      * exportar nem marcar nada, para a proxima corrida.          *
      *-----------------------------------------------------------*
       3930-falha-backup.
           display "GLGERA: copia de seguranca com erro - status "
                   glg-status-backup " - " glg-nome-backup
           display "GLGERA: " glg-descricao-secao
                   " mantido sem exportar."
           move "S" to glg-houve-aviso
           perform 3910-fecha-secao thru 3910-fecha-secao-exit.
       3930-falha-backup-exit.
           exit.

      *-----------------------------------------------------------*
      * Taxa CAMBIO da moeda vigente na data: a de data mais       *
      * recente que nao ultrapasse a data pedida.                  *
      *-----------------------------------------------------------*
       3950-busca-taxa.
           move "N" to glg-taxa-achada
           move zeros to glg-taxa
           if not glg-cambio-ok
              go to 3950-busca-taxa-exit
           end-if
           move "N" to glg-fim-cambio
           move glg-moeda-taxa to cam-moeda
           move zeros to cam-data
           start cambio-tabela key not less than cam-chave
               invalid key
                   move "S" to glg-fim-cambio
               not invalid key
                   continue
           end-start
           perform 3960-avalia-taxa thru 3960-avalia-taxa-exit
               until glg-fim-cambio = "S".
       3950-busca-taxa-exit.
           exit.

       3960-avalia-taxa.
           read cambio-tabela next record
               at end
                   move "S" to glg-fim-cambio
               not at end
                   if cam-moeda not = glg-moeda-taxa
                      or cam-data > glg-data-taxa
                      move "S" to glg-fim-cambio
                   else
                      move cam-taxa to glg-taxa
                      move "S" to glg-taxa-achada
                   end-if
           end-read.
       3960-avalia-taxa-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "TOTAL GERAL DO DIARIO" to lsg-descricao
           move glg-total-debitos to lsg-debitos
           move glg-total-creditos to lsg-creditos
           if glg-total-debitos = glg-total-creditos
              move "OK - BALANCEADO" to lsg-situacao
           else
              move "DESBALANCEADO" to lsg-situacao
              move "S" to glg-houve-aviso
           end-if
           write linha-relatorio from linha-secao-gl
               after advancing 1 line
           move "LOTES EXPORTADOS:" to lcg-descricao
           move glg-qtde-lotes to lcg-quantidade
           write linha-relatorio from linha-conta-gl
           display "GLGERA: " glg-qtde-lotes " lotes exportados.".
       4000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Registra a corrida em EXECLOG.DAT para o checklist de     *
      * fechamento do mes (MESFECH).  O retorno e devolvido ao    *
      * RETURN-CODE depois do CALL.                               *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           move glg-data-negocio(1:6) to glg-exec-periodo
           move return-code to glg-exec-retorno
           move zeros to glg-exec-ocorrencias
           if glg-houve-aviso = "S"
              move 1 to glg-exec-ocorrencias
           end-if
           call "EXECREG" using glg-exec-programa glg-exec-periodo
                                glg-exec-retorno glg-exec-ocorrencias
           end-call
           move glg-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.
