      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crperda.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Baixa de titulos como perda, de um       *
      *                    titulo ou de todos os titulos em aberto  *
      *                    de um cliente, com motivo.  Disciplina   *
      *                    de quatro olhos (APROVA): a primeira     *
      *                    execucao registra o pedido com o total   *
      *                    a baixar; depois que outro operador de   *
      *                    nivel 3 libera pelo APRMANUT, a          *
      *                    reexecucao pelo solicitante com os       *
      *                    mesmos dados baixa os titulos (situacao  *
      *                    P, fora do aging e do saldo em aberto)   *
      *                    e grava CRPERDAS.DAT para o registro de  *
      *                    perdas do CRPERREL.  Carteira que mudou  *
      *                    desde o pedido gera pedido novo.         *
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
           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is cpd-status-cr.

           select perdas-log assign to "CRPERDAS.DAT"
               organization is line sequential
               file status is cpd-status-perda.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is cpd-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  perdas-log.
           copy CRPERREC.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       copy CRPERMOT.

       77  cpd-status-cr        pic x(02) value spaces.
           88  cpd-cr-ok               value "00".
       77  cpd-status-perda     pic x(02) value spaces.
       77  cpd-status-sessao    pic x(02) value spaces.

       77  cpd-operador-sessao  pic x(08) value spaces.
       77  cpd-data-real        pic 9(08) value zeros.
       77  cpd-data-negocio     pic 9(08) value zeros.

       77  cpd-tipo-baixa       pic x(01) value spaces.
           88  cpd-baixa-titulo        value "T".
           88  cpd-baixa-cliente       value "C".
       77  cpd-periodo-digitado pic 9(06) value zeros.
       77  cpd-lote-digitado    pic 9(05) value zeros.
       77  cpd-seq-digitado     pic 9(07) value zeros.
       77  cpd-parcela-digitada pic 9(02) value zeros.
       77  cpd-cliente-digitado pic 9(05) value zeros.
       77  cpd-motivo-digitado  pic 9(02) value zeros.
       77  cpd-confirma         pic x(01) value spaces.
       77  cpd-ix               pic 9(02) value zeros.
       77  cpd-linha-tela       pic 99 value zeros.
       77  cpd-tela-pos         pic 9(04) value zeros.
       77  cpd-aplicando        pic x(01) value "N".
           88  cpd-aplicar-baixa       value "S".

       77  cpd-saldo-titulo     pic 9(07)v99 value zeros.
       77  cpd-qtde-titulos     pic 9(05) value zeros.
       77  cpd-total-baixa      pic 9(09)v99 value zeros.
       77  cpd-qtde-baixados    pic 9(05) value zeros.
       77  cpd-total-baixado    pic 9(09)v99 value zeros.

      *-----------------------------------------------------------*
      * Quatro olhos: os parametros do pedido levam o alvo, o      *
      * motivo e o total a baixar - carteira alterada depois do    *
      * pedido nao casa com a liberacao e vira pedido novo.        *
      *-----------------------------------------------------------*
       77  cpd-apr-programa     pic x(08) value "CRPERDA ".
       77  cpd-apr-parametros   pic x(40) value spaces.
       77  cpd-apr-status       pic x(01) value spaces.
       77  cpd-apr-liberador    pic x(08) value spaces.
       77  cpd-alvo             pic x(20) value spaces.
       77  entra                pic x(01) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "BAIXA DE TITULOS COMO PERDA" at 0310
           perform 1050-verifica-sessao
              thru 1050-verifica-sessao-exit
           call "BUSDATE" using cpd-data-real cpd-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-aceita-pedido thru 2000-aceita-pedido-exit
           perform 3000-apura-titulos thru 3000-apura-titulos-exit
           if cpd-qtde-titulos = zeros
              display "Nenhum titulo em aberto para baixar." at 1610
              perform 9000-espera-operador
                 thru 9000-espera-operador-exit
              close contas-receber
              stop run
           end-if
           perform 4000-verifica-aprovacao
              thru 4000-verifica-aprovacao-exit
           if cpd-aplicar-baixa
              perform 5000-aplica-baixa thru 5000-aplica-baixa-exit
           end-if
           close contas-receber
           stop run.

      *-----------------------------------------------------------*
      * Sem sessao assinada nao ha solicitante para a trilha: a    *
      * baixa como perda exige o operador do SIGNON.               *
      *-----------------------------------------------------------*
       1050-verifica-sessao.
           open input sessao-corrente
           if cpd-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to cpd-operador-sessao
              end-read
              close sessao-corrente
           end-if
           if cpd-operador-sessao = spaces
              display "Assine a sessao pelo SIGNON." at 0510
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-sessao-exit.
           exit.

       1000-abrir-arquivos.
           open i-o contas-receber
           if not cpd-cr-ok
              display "CRPERDA: carteira CONTASREC indisponivel - "
                      "status " cpd-status-cr at 0510
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       2000-aceita-pedido.
           display "Baixar [T]itulo ou [C]liente inteiro: " at 0510
           accept cpd-tipo-baixa at 0549
           if not cpd-baixa-titulo and not cpd-baixa-cliente
              display "Informe T ou C." at 1610
              go to 2000-aceita-pedido
           end-if
           if cpd-baixa-titulo
              display "Periodo do titulo (AAAAMM): " at 0610
              accept cpd-periodo-digitado at 0639
              display "Lote do titulo            : " at 0710
              accept cpd-lote-digitado at 0739
              display "Sequencial no lote        : " at 0810
              accept cpd-seq-digitado at 0839
              display "Parcela (zeros = 01)      : " at 0910
              accept cpd-parcela-digitada at 0939
              if cpd-parcela-digitada = zeros
                 move 1 to cpd-parcela-digitada
              end-if
              move cpd-periodo-digitado to cr-periodo
              move cpd-lote-digitado to cr-lote
              move cpd-seq-digitado to cr-sequencial
              move cpd-parcela-digitada to cr-parcela
              move cr-chave to cpd-alvo
           else
              display "Codigo do cliente         : " at 0610
              accept cpd-cliente-digitado at 0639
              move spaces to cpd-alvo
              move cpd-cliente-digitado to cpd-alvo(1:5)
           end-if
           perform 2100-aceita-motivo thru 2100-aceita-motivo-exit.
       2000-aceita-pedido-exit.
           exit.

       2100-aceita-motivo.
           move 11 to cpd-linha-tela
           move 1 to cpd-ix
           perform 2110-mostra-motivo thru 2110-mostra-motivo-exit
               until cpd-ix > pmt-qtde-motivos
           compute cpd-tela-pos = cpd-linha-tela * 100 + 10
           display "Motivo da baixa: " at cpd-tela-pos
           add 17 to cpd-tela-pos
           accept cpd-motivo-digitado at cpd-tela-pos
           move cpd-motivo-digitado to per-motivo
           if not per-motivo-valido
              display "Motivo invalido." at 1910
              go to 2100-aceita-motivo
           end-if.
       2100-aceita-motivo-exit.
           exit.

       2110-mostra-motivo.
           compute cpd-tela-pos = cpd-linha-tela * 100 + 12
           display pmt-codigo(cpd-ix) " - " pmt-descricao(cpd-ix)
               at cpd-tela-pos
           add 1 to cpd-linha-tela
           add 1 to cpd-ix.
       2110-mostra-motivo-exit.
           exit.

      *-----------------------------------------------------------*
      * Apura o que seria baixado (e, na corrida liberada, o que   *
      * sera): o titulo informado ou os titulos em aberto do       *
      * cliente, com saldo.                                        *
      *-----------------------------------------------------------*
       3000-apura-titulos.
           move zeros to cpd-qtde-titulos cpd-total-baixa
           if cpd-baixa-titulo
              read contas-receber
                  invalid key
                      display "Titulo inexistente." at 1610
                      perform 9000-espera-operador
                         thru 9000-espera-operador-exit
                      close contas-receber
                      stop run
              end-read
              if cr-aberto and cr-valor-pago < cr-valor-original
                 add 1 to cpd-qtde-titulos
                 compute cpd-total-baixa =
                         cr-valor-original - cr-valor-pago
              end-if
              go to 3000-apura-titulos-exit
           end-if
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to cpd-status-cr
               not invalid key
                   move "00" to cpd-status-cr
           end-start
           perform 3010-soma-titulo thru 3010-soma-titulo-exit
               until cpd-status-cr not = "00".
       3000-apura-titulos-exit.
           exit.

       3010-soma-titulo.
           read contas-receber next record
               at end
                   move "10" to cpd-status-cr
               not at end
                   if cr-cliente = cpd-cliente-digitado
                      and cr-aberto
                      and cr-valor-pago < cr-valor-original
                      add 1 to cpd-qtde-titulos
                      compute cpd-total-baixa = cpd-total-baixa
                              + cr-valor-original - cr-valor-pago
                   end-if
           end-read.
       3010-soma-titulo-exit.
           exit.

       4000-verifica-aprovacao.
           display "Titulos a baixar: " cpd-qtde-titulos
                   "   Total: " cpd-total-baixa at 1810
           move spaces to cpd-apr-parametros
           string cpd-tipo-baixa delimited by size
                  ";" delimited by size
                  cpd-alvo delimited by space
                  ";" delimited by size
                  cpd-motivo-digitado delimited by size
                  ";" delimited by size
                  cpd-total-baixa delimited by size
                  into cpd-apr-parametros
           end-string
           call "APROVA" using cpd-apr-programa cpd-apr-parametros
                                cpd-operador-sessao cpd-apr-status
                                cpd-apr-liberador
           end-call
           evaluate cpd-apr-status
               when "0"
                   move "S" to cpd-aplicando
                   display "Baixa liberada por " cpd-apr-liberador
                       at 1910
               when "2"
                   display "Pedido de baixa registrado - aguarde a "
                           "liberacao pelo APRMANUT." at 1910
                   move 4 to return-code
               when "1"
                   display "Pedido pendente de liberacao pelo "
                           "APRMANUT." at 1910
                   move 4 to return-code
               when "3"
                   display "Liberador e o proprio solicitante - "
                           "baixa recusada." at 1910
                   move 16 to return-code
               when other
                   display "Controle de aprovacao indisponivel."
                       at 1910
                   move 16 to return-code
           end-evaluate
           perform 9000-espera-operador
              thru 9000-espera-operador-exit.
       4000-verifica-aprovacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Corrida liberada: cada titulo sai da carteira em aberto    *
      * como perda, com a linha do registro de perdas.             *
      *-----------------------------------------------------------*
       5000-aplica-baixa.
           open extend perdas-log
           if cpd-status-perda = "35"
              open output perdas-log
              close perdas-log
              open extend perdas-log
           end-if
           if cpd-status-perda not = "00"
              display "CRPERDA: erro ao abrir CRPERDAS - status "
                       cpd-status-perda at 2110
              move 16 to return-code
              go to 5000-aplica-baixa-exit
           end-if
           if cpd-baixa-titulo
              move cpd-periodo-digitado to cr-periodo
              move cpd-lote-digitado to cr-lote
              move cpd-seq-digitado to cr-sequencial
              move cpd-parcela-digitada to cr-parcela
              read contas-receber
                  invalid key
                      move "23" to cpd-status-cr
              end-read
              if cpd-cr-ok
                 perform 5010-baixa-um-titulo
                    thru 5010-baixa-um-titulo-exit
              end-if
           else
              move low-values to cr-chave
              start contas-receber key not less than cr-chave
                  invalid key
                      move "10" to cpd-status-cr
                  not invalid key
                      move "00" to cpd-status-cr
              end-start
              perform 5020-baixa-do-cliente
                 thru 5020-baixa-do-cliente-exit
                  until cpd-status-cr not = "00"
           end-if
           close perdas-log
           display "Titulos baixados como perda: " cpd-qtde-baixados
                   "   Total: " cpd-total-baixado at 2110
           perform 9000-espera-operador
              thru 9000-espera-operador-exit.
       5000-aplica-baixa-exit.
           exit.

       5010-baixa-um-titulo.
           if not cr-aberto or cr-valor-pago not < cr-valor-original
              go to 5010-baixa-um-titulo-exit
           end-if
           compute cpd-saldo-titulo = cr-valor-original - cr-valor-pago
           move "P" to cr-situacao
           move cpd-data-negocio to cr-data-liquidacao
           rewrite cr-registro
               invalid key
                   display "Erro ao regravar titulo " cr-chave
                           " - status " cpd-status-cr at 2010
                   move 16 to return-code
                   go to 5010-baixa-um-titulo-exit
           end-rewrite
           move cr-chave to per-chave-titulo
           move cr-cliente to per-cliente
           move cr-filial to per-filial
           move cpd-data-negocio to per-data-baixa
           move cpd-saldo-titulo to per-valor-baixado
           move cpd-motivo-digitado to per-motivo
           move cpd-operador-sessao to per-solicitante
           move cpd-apr-liberador to per-liberador
           write per-registro
           add 1 to cpd-qtde-baixados
           add cpd-saldo-titulo to cpd-total-baixado.
       5010-baixa-um-titulo-exit.
           exit.

       5020-baixa-do-cliente.
           read contas-receber next record
               at end
                   move "10" to cpd-status-cr
               not at end
                   if cr-cliente = cpd-cliente-digitado
                      perform 5010-baixa-um-titulo
                         thru 5010-baixa-um-titulo-exit
                   end-if
           end-read.
       5020-baixa-do-cliente-exit.
           exit.

       9000-espera-operador.
           display "Tecle ENTER para continuar." at 2310
           accept entra at 2340.
       9000-espera-operador-exit.
           exit.
