      *                    liquidado quando o saldo zera.  Inclui   *
      *                    consulta de titulos em aberto por        *
      *                    cliente.                                 *
      * 15/10/2026 EQP     Titulo parcelado: a baixa pede a         *
      *                    parcela (01 na venda a vista), grava a   *
      *                    parcela em CRPAGTOS e mostra o           *
      *                    vencimento; a consulta lista cada        *
      *                    parcela em aberto com o vencimento,      *
      *                    marcando as vencidas.                    *
      * 15/10/2026 EQP     A consulta do cliente passou a listar    *
      *                    tambem os titulos de encargo de atraso   *
      *                    gerados pelo CRJUROS e a mostrar o total *
      *                    de encargos e o total devido atualizado. *
      * 15/10/2026 EQP     Titulo baixado como perda (CRPERDA)      *
      *                    aceita pagamento como recuperacao: o     *
      *                    titulo segue em perda e o movimento vai  *
      *                    para CRPAGTOS marcado como recuperacao.  *
      * 15/10/2026 EQP     Titulo liquidado pela baixa libera a     *
      *                    comissao retida no recebimento           *
      *                    (COMLIBER); titulo ja liquidado          *
      *                    consultado de novo tenta liberar a que   *
      *                    ficou retida por vendedor em uso.        *
      * 15/10/2026 EQP     Movimento de pagamento nasce com a marca *
      *                    de exportacao para o diario contabil     *
      *                    (GLGERA) em branco.                      *
      * 15/10/2026 EQP     Janela noturna (JANPROC): aviso no menu  *
      *                    e conferencia antes de lancar o          *
      *                    pagamento; fechada, so o nivel 3         *
      *                    sobrepoe, com motivo registrado em       *
      *                    JANLOG.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
       77  crb-periodo-digitado pic 9(06) value zeros.
       77  crb-lote-digitado    pic 9(05) value zeros.
       77  crb-seq-digitado     pic 9(07) value zeros.
       77  crb-parcela-digitada pic 9(02) value zeros.
       77  crb-marca-vencido    pic x(07) value spaces.
       77  crb-cliente-digitado pic 9(05) value zeros.
       77  crb-valor-digitado   pic 9(07)v99 value zeros.
       77  crb-saldo-titulo     pic 9(07)v99 value zeros.
       77  crb-operador-sessao  pic x(08) value "CRBAIXA ".
       77  crb-nivel-sessao     pic 9(01) value 1.
       77  crb-data-real        pic 9(08) value zeros.
       77  crb-data-negocio     pic 9(08) value zeros.
       77  crb-linha-tela       pic 99 value zeros.
       77  crb-tela-pos         pic 9(04) value zeros.
       77  crb-qtde-abertos     pic 9(05) value zeros.
       77  crb-total-devido     pic 9(09)v99 value zeros.
       77  crb-total-encargos   pic 9(09)v99 value zeros.
       77  crb-tipo-tela        pic x(07) value spaces.
       77  crb-comissao-liberada pic 9(07)v99 value zeros.
       77  crb-status-comissao  pic x(01) value spaces.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Janela noturna (JANPROC): aviso no menu e conferencia      *
      * antes de regravar o titulo.                                *
      *-----------------------------------------------------------*
       copy JANWS.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
                      continue
                  not at end
                      move ses-operador to crb-operador-sessao
                      move ses-nivel to crb-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           move "CRBAIXA" to JNL-PROGRAMA
           move crb-operador-sessao to JNL-OPERADOR
           move crb-nivel-sessao to JNL-NIVEL.
       1020-le-sessao-exit.
           exit.

           display "2 - Consultar titulos do cliente"   at 0610
           display "0 - Sair"                           at 0710
           display "Opcao: "                            at 0910
           perform 8810-AVISA-JANELA thru 8810-AVISA-JANELA-EXIT
           accept crb-opcao at 0918
           evaluate crb-opcao
               when "1"
           accept crb-lote-digitado at 0639
           display "Sequencial no lote        : " at 0710
           accept crb-seq-digitado at 0739
           display "Parcela (zeros = 01)      : " at 0810
           accept crb-parcela-digitada at 0839
           if crb-parcela-digitada = zeros
              move 1 to crb-parcela-digitada
           end-if
           move crb-periodo-digitado to cr-periodo
           move crb-lote-digitado to cr-lote
           move crb-seq-digitado to cr-sequencial
           move crb-parcela-digitada to cr-parcela
           read contas-receber
               invalid key
                   display "Titulo inexistente." at 0910
           if cr-liquidado
              display "Titulo ja liquidado em " cr-data-liquidacao
                  at 0910
              perform 2160-libera-comissao
                 thru 2160-libera-comissao-exit
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-lanca-pagamento-exit
           end-if
           compute crb-saldo-titulo =
                   cr-valor-original - cr-valor-pago
           if cr-baixado-perda
              if crb-saldo-titulo = zeros
                 display "Titulo baixado como perda ja recuperado."
                     at 1610
                 perform 2900-espera-operador
                    thru 2900-espera-operador-exit
                 go to 2100-lanca-pagamento-exit
              end-if
              display "Titulo baixado como perda em "
                      cr-data-liquidacao " - lancamento de RECUPERACAO"
                  at 1310
           end-if
           display "Cliente : " cr-cliente
                   "   Parcela " cr-parcela "/" cr-qtde-parcelas
                   "   Vencimento " cr-data-vencimento at 0910
           display "Original: " cr-valor-original at 1010
           display "Pago    : " cr-valor-pago at 1110
           display "Saldo   : " crb-saldo-titulo at 1210
                 thru 2900-espera-operador-exit
              go to 2100-lanca-pagamento-exit
           end-if
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Lancamento cancelado." at 1610
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-lanca-pagamento-exit
           end-if
           add crb-valor-digitado to cr-valor-pago
           if cr-aberto and cr-valor-pago = cr-valor-original
              move "L" to cr-situacao
              move crb-data-negocio to cr-data-liquidacao
           end-if
           end-rewrite
           perform 2150-grava-movimento
              thru 2150-grava-movimento-exit
           evaluate true
               when cr-liquidado
                   display "Pagamento lancado - titulo liquidado."
                       at 1610
                   perform 2160-libera-comissao
                      thru 2160-libera-comissao-exit
               when cr-baixado-perda
                   display "Recuperacao lancada - titulo segue "
                           "baixado como perda." at 1610
               when other
                   display "Pagamento lancado - titulo segue aberto."
                       at 1610
           end-evaluate
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-lanca-pagamento-exit.
           exit.

       2150-grava-movimento.
           move cr-periodo to crp-periodo
           move cr-lote to crp-lote
           move cr-sequencial to crp-sequencial
           move cr-parcela to crp-parcela
           move cr-cliente to crp-cliente
           move crb-data-negocio to crp-data-pagamento
           move crb-valor-digitado to crp-valor
           move crb-operador-sessao to crp-operador
           if cr-baixado-perda
              move "R" to crp-tipo-movimento
           else
              move "P" to crp-tipo-movimento
           end-if
           move space to crp-gl-gerada
           write crp-registro.
       2150-grava-movimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Titulo liquidado libera a comissao retida no recebimento   *
      * (COMLIBER).  Vendedor em uso deixa a comissao retida; a    *
      * nova consulta do titulo na baixa tenta de novo.            *
      *-----------------------------------------------------------*
       2160-libera-comissao.
           call "COMLIBER" using cr-chave crb-data-negocio
                                  crb-operador-sessao
                                  crb-comissao-liberada
                                  crb-status-comissao
           end-call
           evaluate crb-status-comissao
               when "0"
                   display "Comissao liberada ao vendedor "
                           cr-vendedor ": " crb-comissao-liberada
                       at 1710
               when "2"
                   display "Vendedor " cr-vendedor " em uso - "
                           "comissao segue retida." at 1710
               when "9"
                   display "Erro ao liberar a comissao retida."
                       at 1710
               when other
                   continue
           end-evaluate.
       2160-libera-comissao-exit.
           exit.

      *-----------------------------------------------------------*
      * Consulta em tela dos titulos em aberto de um cliente:      *
      * varre a carteira inteira (a chave primaria e por lote, e a *
           display "TITULOS EM ABERTO DO CLIENTE" at 0310
           display "Codigo do cliente: " at 0510
           accept crb-cliente-digitado at 0530
           move zeros to crb-qtde-abertos crb-total-devido
                          crb-total-encargos
           move 7 to crb-linha-tela
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               until crb-status-cr not = "00"
           if crb-qtde-abertos = zeros
              display "Nenhum titulo em aberto." at 0710
           else
              compute crb-tela-pos = crb-linha-tela * 100 + 105
              display "Encargos de atraso: " crb-total-encargos
                  at crb-tela-pos
              add 100 to crb-tela-pos
              display "TOTAL DEVIDO      : " crb-total-devido
                  at crb-tela-pos
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
           exit.

       2220-exibe-titulo.
           if crb-linha-tela > 16
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              display erase
           compute crb-saldo-titulo =
                   cr-valor-original - cr-valor-pago
           compute crb-tela-pos = crb-linha-tela * 100 + 5
           if cr-data-vencimento < crb-data-negocio
              move "VENCIDO" to crb-marca-vencido
           else
              move spaces to crb-marca-vencido
           end-if
           add crb-saldo-titulo to crb-total-devido
           if cr-titulo-encargo
              move "ENCARGO" to crb-tipo-tela
              move spaces to crb-marca-vencido
              add crb-saldo-titulo to crb-total-encargos
           else
              move "VENDA  " to crb-tipo-tela
           end-if
           display cr-periodo "/" cr-lote "/" cr-sequencial
                   "-" cr-parcela " " crb-tipo-tela
                   "  venc " cr-data-vencimento
                   "  saldo " crb-saldo-titulo
                   " " crb-marca-vencido
               at crb-tela-pos
           add 1 to crb-linha-tela
           add 1 to crb-qtde-abertos.
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.

       copy JANPROC.
