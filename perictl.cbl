      *                    cada vendedor: o detalhe vai para o      *
      *                    extrato e a folha recebe o liquido -     *
      *                    acabou o abatimento feito a mao.         *
      * 15/10/2026 EQP     O estorno da reabertura deixa de retirar *
      *                    do vendedor a comissao de venda que      *
      *                    ficou retida no recebimento (nunca       *
      *                    creditada).                              *
      * 15/10/2026 EQP     A abertura do periodo passou a zerar     *
      *                    tambem o bonus de concurso do periodo; a *
      *                    interface da folha ganhou um detalhe "B" *
      *                    por vendedor com bonus de concurso no    *
      *                    periodo (contado no trailer) e a         *
      *                    reabertura de lote estorna as linhas de  *
      *                    bonus nos acumuladores de bonus.         *
      * 15/10/2026 EQP     A geracao da interface da folha passou a *
      *                    acrescentar ao historico FOLHAHIS.DAT,   *
      *                    por vendedor, a comissao bruta, os       *
      *                    adiantamentos abatidos, o bonus e o      *
      *                    liquido enviados no periodo, e as        *
      *                    rejeicoes reemitidas - base do informe   *
      *                    anual de rendimentos (INFREND).          *
      * 15/10/2026 EQP     Retencao de IR na fonte na interface da  *
      *                    folha: a comissao mais o bonus do        *
      *                    periodo passam pela tabela IRRF.DAT      *
      *                    vigente na data do pagamento (subrotina  *
      *                    IRRFCALC); o retido sai da comissao (o   *
      *                    que sobrar, do bonus) antes do           *
      *                    abatimento dos adiantamentos, vai no     *
      *                    detalhe, no trailer e no historico       *
      *                    FOLHAHIS.                                *
      * 15/10/2026 EQP     A geracao da interface da folha passou a *
      *                    levar, pelo valor cheio, os valores de   *
      *                    cheques prescritos devolvidos em         *
      *                    CHQAPAGAR.DAT (CHQSUST) e ainda nao      *
      *                    reemitidos em cheque, com historico tipo *
      *                    "C" no FOLHAHIS.DAT, marcando cada um    *
      *                    reemitido na folha do periodo.           *
      * 15/10/2026 EQP     O fechamento do periodo passou a exigir  *
      *                    o checklist de fechamento do mes         *
      *                    (MESFECH, CHKMES.DAT) verde ou com as    *
      *                    excecoes aceitas por operador de nivel   *
      *                    3.                                       *
      * 15/10/2026 EQP     Os estornos da reabertura de lote entram *
      *                    tambem no resumo mensal de vendas        *
      *                    (VENDRES.DAT, subrotina VRESUMO) ao      *
      *                    serem anexados ao historico; falha no    *
      *                    resumo e avisada na tela.                *
      * 15/10/2026 EQP     O fechamento recusa checklist tirado     *
      *                    antes do ultimo lote aplicado ou da      *
      *                    ultima execucao do periodo no EXECLOG -  *
      *                    exige novo MESFECH.                      *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is pct-status-folha.

           select folha-historico assign to "FOLHAHIS"
               organization is line sequential
               file status is pct-status-fhist.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is pct-status-sessao.
               record key is fsp-chave
               file status is pct-status-susp.

           select cheque-a-pagar assign to "CHQAPAGAR"
               organization is indexed
               access mode is dynamic
               record key is cpg-cheque
               file status is pct-status-apagar.

           select lote-controle assign to "LOTECTL"
               organization is indexed
               access mode is dynamic
               organization is line sequential
               file status is pct-status-rev.

           select checklist-mes assign to "CHKMES"
               organization is indexed
               access mode is dynamic
               record key is ckm-periodo
               file status is pct-status-chk.

           select execucao-log assign to "EXECLOG.DAT"
               organization is line sequential
               file status is pct-status-exec.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  folha-interface.
       01  fol-registro              pic x(30).

       fd  folha-historico.
           copy FOLHAHIS.

       fd  sessao-corrente.
           copy SESSREC.

       fd  folha-suspense.
           copy FOLHASUS.

       fd  cheque-a-pagar.
           copy CHQAPAG.

       fd  lote-controle.
           copy LOTEREC.

       fd  reversao-trabalho.
           copy HISTREC replacing leading ==HST== by ==REV==.

       fd  checklist-mes.
           copy CHKMES.

       fd  execucao-log.
           copy EXECREC.

       working-storage section.

       copy DATASIS.
       77  pct-status-folha     pic x(02) value spaces.
       77  pct-qtde-folha       pic 9(07) value zeros.
       77  pct-total-folha      pic 9(09)v99 value zeros.
       77  pct-qtde-bonus       pic 9(05) value zeros.
       77  pct-status-fhist     pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Retencao de IR na fonte (IRRFCALC, tabela IRRF.DAT) sobre  *
      * a comissao mais o bonus do periodo, descontada primeiro da *
      * comissao e o que sobrar do bonus; o abatimento dos         *
      * adiantamentos corre sobre a comissao ja sem a retencao.    *
      *-----------------------------------------------------------*
       77  pct-data-pagamento   pic 9(08) value zeros.
       77  pct-rendimento       pic 9(07)v99 value zeros.
       77  pct-retencao         pic 9(07)v99 value zeros.
       77  pct-ret-comissao     pic 9(07)v99 value zeros.
       77  pct-ret-bonus        pic 9(07)v99 value zeros.
       77  pct-ir-aliquota      pic 9(02)v99 value zeros.
       77  pct-ir-status        pic x(01) value spaces.
           88  pct-ir-sem-tabela       value "1".
       77  pct-total-retencao   pic 9(09)v99 value zeros.
       77  pct-qtde-sem-tabela  pic 9(05) value zeros.
       77  pct-status-sessao    pic x(02) value spaces.
       77  pct-nivel-sessao     pic 9(01) value zeros.
       77  entra                pic x(01) value spaces.
           88  pct-susp-aberto         value "S".
       77  pct-qtde-reemitidas  pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Valores de cheques prescritos devolvidos aos vendedores    *
      * (CHQAPAGAR.DAT, gravado pelo CHQSUST; ausente vale sem     *
      * devolucoes) ainda nao reemitidos em cheque.                *
      *-----------------------------------------------------------*
       77  pct-status-apagar    pic x(02) value spaces.
       77  pct-tem-apagar       pic x(01) value "N".
           88  pct-apagar-aberto       value "S".
       77  pct-qtde-prescritos  pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Reabertura controlada de lote: estornos gerados em duas    *
      * passadas (historico lido, estornos num trabalho, depois    *
           88  pct-ja-estornado        value "S".
       77  pct-operador-sessao  pic x(08) value "PERICTL ".

      *-----------------------------------------------------------*
      * Resumo mensal de vendas (VENDRES.DAT): cada estorno        *
      * anexado ao historico entra no resumo pela VRESUMO.         *
      *-----------------------------------------------------------*
       77  pct-vr-funcao        pic x(01) value "G".
       77  pct-vr-status        pic x(01) value spaces.
       77  pct-vr-falhas        pic 9(07) value zeros.
       copy VRESREC replacing leading ==VRS== by ==PVR==.

      *-----------------------------------------------------------*
      * Checklist de fechamento do mes (MESFECH, CHKMES.DAT): o    *
      * periodo so fecha com o checklist verde ou com as excecoes  *
      * aceitas pela gerencia.                                     *
      *-----------------------------------------------------------*
       77  pct-status-chk       pic x(02) value spaces.
       77  pct-checklist-ok     pic x(01) value "N".
           88  pct-fechamento-liberado value "S".

      *-----------------------------------------------------------*
      * Atualidade do checklist: lote aplicado ou execucao no      *
      * EXECLOG.DAT para o periodo depois da conferencia do        *
      * MESFECH invalida o checklist.                              *
      *-----------------------------------------------------------*
       77  pct-status-exec      pic x(02) value spaces.
       77  pct-chk-momento      pic 9(14) value zeros.
       77  pct-exr-momento      pic 9(14) value zeros.
       77  pct-chk-atrasado     pic x(01) value "N".
           88  pct-checklist-vencido   value "S".

      *-----------------------------------------------------------*
      * Travas da reabertura: todos os vendedores do lote sao      *
      * travados (RECLOCK) antes de qualquer estorno no mestre -   *
      *-----------------------------------------------------------*
      * Registros da interface com a folha de pagamento: header    *
      * com o periodo, um detalhe por vendedor com comissao no     *
      * periodo, um detalhe de bonus de concurso (tipo "B", mesmo  *
      * desenho) por vendedor com bonus no periodo e trailer com   *
      * contagem e total de todos os detalhes, para a folha        *
      * conferir o arquivo antes do pagamento.                     *
      *-----------------------------------------------------------*
       01  fol-header.
           05  filler                pic x(01) value "D".
           05  fd-codigo             pic 9(05).
           05  fd-comissao           pic 9(07)v99.
           05  fd-retencao           pic 9(07)v99.
       01  fol-detalhe-bonus.
           05  filler                pic x(01) value "B".
           05  fb-codigo             pic 9(05).
           05  fb-bonus              pic 9(07)v99.
           05  fb-retencao           pic 9(07)v99.
       01  fol-trailer.
           05  filler                pic x(01) value "T".
           05  ft-quantidade         pic 9(07).
           05  ft-total-comissao     pic 9(09)v99.
           05  ft-total-retencao     pic 9(09)v99.

      *****************************************************************
      *  PROCEDURE DIVISION
               not at end
                   move zeros to vdr-vendas-periodo
                                  vdr-comissao-periodo
                                  vdr-bonus-periodo
                   rewrite vdr-registro
                   add 1 to pct-qtde-zerados
           end-read.
                 thru 2900-espera-operador-exit
              go to 2200-fechar-periodo-exit
           end-if
           perform 2220-verifica-checklist
              thru 2220-verifica-checklist-exit
           if not pct-fechamento-liberado
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2200-fechar-periodo-exit
           end-if
           move "F" to per-situacao
           accept data-sistema from date yyyymmdd
           move data-sistema to per-data-fechamento
       2210-verifica-autorizacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Libera o fechamento so com o checklist do periodo verde    *
      * ou com as excecoes aceitas (nivel 3, com justificativa);   *
      * checklist ausente ou vermelho bloqueia.                    *
      *-----------------------------------------------------------*
       2220-verifica-checklist.
           move "N" to pct-checklist-ok
           open input checklist-mes
           if pct-status-chk not = "00"
              display "Checklist de fechamento nao executado."
                  at 0710
              display "Rode o MESFECH para o periodo." at 0810
              go to 2220-verifica-checklist-exit
           end-if
           move pct-periodo-digitado to ckm-periodo
           read checklist-mes
               invalid key
                   display "Checklist de fechamento nao executado."
                       at 0710
                   display "Rode o MESFECH para o periodo." at 0810
               not invalid key
                   if ckm-verde or ckm-excecao-aceita
                      perform 2222-confere-atualidade
                         thru 2222-confere-atualidade-exit
                   else
                      display "Checklist VERMELHO - "
                              ckm-qtde-falhas
                              " checagens com falha." at 0710
                      display "Corrija e rode o MESFECH, ou aceite "
                              "as excecoes (nivel 3)." at 0810
                   end-if
           end-read
           close checklist-mes.
       2220-verifica-checklist-exit.
           exit.

      *-----------------------------------------------------------*
      * O checklist so vale se foi tirado depois do ultimo         *
      * movimento do periodo: lote aplicado em data posterior a    *
      * da conferencia (o LOTECTL guarda so a data) ou execucao    *
      * registrada no EXECLOG.DAT depois da data/hora do CHKMES    *
      * obrigam a rodar o MESFECH de novo.                         *
      *-----------------------------------------------------------*
       2222-confere-atualidade.
           move "N" to pct-chk-atrasado
           move ckm-data to pct-chk-momento(1:8)
           move ckm-hora to pct-chk-momento(9:6)
           open input lote-controle
           if pct-status-lote = "00"
              move pct-periodo-digitado to lot-periodo
              move zeros to lot-numero
              start lote-controle key not less than lot-chave
                  invalid key
                      move "10" to pct-status-lote
              end-start
              perform 2224-le-um-lote thru 2224-le-um-lote-exit
                  until pct-status-lote not = "00"
                     or pct-checklist-vencido
              close lote-controle
           end-if
           open input execucao-log
           if pct-status-exec = "00"
              perform 2223-le-uma-execucao
                 thru 2223-le-uma-execucao-exit
                  until pct-status-exec not = "00"
                     or pct-checklist-vencido
              close execucao-log
           end-if
           if pct-checklist-vencido
              display "Checklist desatualizado - houve movimento "
                      "depois da conferencia." at 0710
              display "Rode o MESFECH para o periodo." at 0810
           else
              move "S" to pct-checklist-ok
           end-if.
       2222-confere-atualidade-exit.
           exit.

       2223-le-uma-execucao.
           read execucao-log
               at end
                   move "10" to pct-status-exec
                   go to 2223-le-uma-execucao-exit
           end-read
           if exr-periodo not = pct-periodo-digitado
              go to 2223-le-uma-execucao-exit
           end-if
           move exr-data to pct-exr-momento(1:8)
           move exr-hora to pct-exr-momento(9:6)
           if pct-exr-momento > pct-chk-momento
              move "S" to pct-chk-atrasado
           end-if.
       2223-le-uma-execucao-exit.
           exit.

       2224-le-um-lote.
           read lote-controle next record
               at end
                   move "10" to pct-status-lote
                   go to 2224-le-um-lote-exit
           end-read
           if lot-periodo not = pct-periodo-digitado
              move "10" to pct-status-lote
              go to 2224-le-um-lote-exit
           end-if
           if lot-data-aplicacao > ckm-data
              move "S" to pct-chk-atrasado
           end-if.
       2224-le-um-lote-exit.
           exit.

      *-----------------------------------------------------------*
      * Gera a interface com a folha: um detalhe por vendedor com  *
      * comissao no periodo, entre header e trailer com contagem   *
              move "S" to pct-tem-suspense
           end-if
           move zeros to pct-qtde-reemitidas
           open i-o cheque-a-pagar
           if pct-status-apagar = "00"
              move "S" to pct-tem-apagar
           end-if
           move zeros to pct-qtde-prescritos
           open extend folha-historico
           if pct-status-fhist = "35"
              open output folha-historico
              close folha-historico
              open extend folha-historico
           end-if
           open output folha-interface
           move zeros to pct-qtde-folha pct-total-folha
                          pct-total-descontos pct-qtde-bonus
                          pct-total-retencao pct-qtde-sem-tabela
           move data-sistema to pct-data-pagamento
           move pct-periodo-digitado to fh-periodo
           move data-sistema to fh-data-geracao
           write fol-registro from fol-header
               until pct-status-vendedor not = "00"
           perform 2290-reemite-suspense
              thru 2290-reemite-suspense-exit
           perform 2296-reemite-prescritos
              thru 2296-reemite-prescritos-exit
           move pct-qtde-folha to ft-quantidade
           move pct-total-folha to ft-total-comissao
           move pct-total-retencao to ft-total-retencao
           write fol-registro from fol-trailer
           close folha-interface folha-historico
           if pct-adiant-aberto
              close adiantamento-arq
           end-if
           if pct-susp-aberto
              close folha-suspense
           end-if
           if pct-apagar-aberto
              close cheque-a-pagar
              move "N" to pct-tem-apagar
           end-if
           display "Interface da folha gerada: " pct-qtde-folha
                   " vendedores." at 0910
           if pct-qtde-bonus > zeros
              display "Bonus de concurso na folha: "
                       pct-qtde-bonus " vendedores." at 1210
           end-if
           if pct-total-descontos > zeros
              display "Adiantamentos abatidos: "
                       pct-total-descontos at 1010
           if pct-qtde-reemitidas > zeros
              display "Rejeicoes da folha reemitidas: "
                       pct-qtde-reemitidas at 1110
           end-if
           if pct-total-retencao > zeros
              display "IR retido na fonte: "
                       pct-total-retencao at 1310
           end-if
           if pct-qtde-sem-tabela > zeros
              display "Sem tabela IRRF vigente - " pct-qtde-sem-tabela
                      " vendedores sem retencao." at 1510
           end-if
           if pct-qtde-prescritos > zeros
              display "Cheques prescritos reemitidos na folha: "
                      pct-qtde-prescritos at 1610
           end-if.
       2250-gera-interface-folha-exit.
           exit.
                   if fsp-pendente
                      move fsp-vendedor to fd-codigo
                      move fsp-valor to fd-comissao
                      move zeros to fd-retencao
                      write fol-registro from fol-detalhe
                      add 1 to pct-qtde-folha
                      add fsp-valor to pct-total-folha
                      add 1 to pct-qtde-reemitidas
                      move zeros to fhi-comissao-bruta
                                    fhi-adiantamento fhi-retencao
                                    fhi-bonus
                      move fsp-vendedor to fhi-vendedor
                      move "R" to fhi-tipo
                      move fsp-valor to fhi-liquido
                      perform 2265-grava-historico
                         thru 2265-grava-historico-exit
                      move "R" to fsp-situacao
                      move pct-periodo-digitado
                        to fsp-periodo-reemissao
       2295-reemite-uma-exit.
           exit.

      *-----------------------------------------------------------*
      * Leva na interface, pelo valor cheio (o IR ja foi retido no *
      * cheque de origem), os valores de cheques prescritos ainda  *
      * pendentes de reemissao, marcando cada um reemitido na      *
      * folha deste periodo.                                       *
      *-----------------------------------------------------------*
       2296-reemite-prescritos.
           if not pct-apagar-aberto
              go to 2296-reemite-prescritos-exit
           end-if
           move low-values to cpg-cheque
           start cheque-a-pagar key not less than cpg-cheque
               invalid key
                   move "10" to pct-status-apagar
               not invalid key
                   move "00" to pct-status-apagar
           end-start
           perform 2297-reemite-um-prescrito
              thru 2297-reemite-um-prescrito-exit
               until pct-status-apagar not = "00"
           move "00" to pct-status-apagar.
       2296-reemite-prescritos-exit.
           exit.

       2297-reemite-um-prescrito.
           read cheque-a-pagar next record
               at end
                   move "10" to pct-status-apagar
               not at end
                   if cpg-pendente
                      move cpg-vendedor to fd-codigo
                      move cpg-valor to fd-comissao
                      move zeros to fd-retencao
                      write fol-registro from fol-detalhe
                      add 1 to pct-qtde-folha
                      add cpg-valor to pct-total-folha
                      add 1 to pct-qtde-prescritos
                      move zeros to fhi-comissao-bruta
                                    fhi-adiantamento fhi-retencao
                                    fhi-bonus
                      move cpg-vendedor to fhi-vendedor
                      move "C" to fhi-tipo
                      move cpg-valor to fhi-liquido
                      perform 2265-grava-historico
                         thru 2265-grava-historico-exit
                      move "F" to cpg-situacao
                      move pct-periodo-digitado to cpg-periodo-folha
                      move data-sistema to cpg-data-reemissao
                      rewrite cpg-registro
                   end-if
           end-read.
       2297-reemite-um-prescrito-exit.
           exit.

       2260-gera-um-detalhe.
           read vendedor-mestre next record
               at end
                   move "10" to pct-status-vendedor
               not at end
                   move zeros to fhi-comissao-bruta
                                 fhi-adiantamento fhi-retencao
                                 fhi-bonus fhi-liquido
                   perform 2262-calcula-retencao
                      thru 2262-calcula-retencao-exit
                   if vdr-comissao-periodo > zeros
                      perform 2270-abate-adiantamentos
                         thru 2270-abate-adiantamentos-exit
                      compute pct-comissao-liquida =
                              vdr-comissao-periodo
                              - pct-ret-comissao
                              - pct-desconto-vdr
                      move vdr-codigo to fd-codigo
                      move pct-comissao-liquida to fd-comissao
                      move pct-ret-comissao to fd-retencao
                      write fol-registro from fol-detalhe
                      add 1 to pct-qtde-folha
                      add pct-comissao-liquida to pct-total-folha
                      move vdr-comissao-periodo to fhi-comissao-bruta
                      move pct-desconto-vdr to fhi-adiantamento
                      move pct-comissao-liquida to fhi-liquido
                   end-if
                   if vdr-bonus-periodo is numeric
                      and vdr-bonus-periodo > zeros
                      move vdr-codigo to fb-codigo
                      compute fb-bonus =
                              vdr-bonus-periodo - pct-ret-bonus
                      move pct-ret-bonus to fb-retencao
                      write fol-registro from fol-detalhe-bonus
                      add 1 to pct-qtde-folha pct-qtde-bonus
                      add fb-bonus to pct-total-folha
                      move vdr-bonus-periodo to fhi-bonus
                      add fb-bonus to fhi-liquido
                   end-if
                   move pct-retencao to fhi-retencao
                   add pct-retencao to pct-total-retencao
                   if fhi-comissao-bruta > zeros
                      or fhi-bonus > zeros
                      move vdr-codigo to fhi-vendedor
                      move "F" to fhi-tipo
                      perform 2265-grava-historico
                         thru 2265-grava-historico-exit
                   end-if
           end-read.
       2260-gera-um-detalhe-exit.
           exit.

      *-----------------------------------------------------------*
      * Retencao de IR do vendedor no pagamento: rendimento e a    *
      * comissao mais o bonus do periodo; sem tabela vigente nada  *
      * e retido e o fechamento avisa.                             *
      *-----------------------------------------------------------*
       2262-calcula-retencao.
           move zeros to pct-retencao pct-ret-comissao pct-ret-bonus
           move vdr-comissao-periodo to pct-rendimento
           if vdr-bonus-periodo is numeric
              add vdr-bonus-periodo to pct-rendimento
           end-if
           if pct-rendimento = zeros
              go to 2262-calcula-retencao-exit
           end-if
           call "IRRFCALC" using pct-data-pagamento pct-rendimento
                                 pct-retencao pct-ir-aliquota
                                 pct-ir-status
           end-call
           if pct-ir-sem-tabela
              add 1 to pct-qtde-sem-tabela
              go to 2262-calcula-retencao-exit
           end-if
           if pct-retencao > vdr-comissao-periodo
              move vdr-comissao-periodo to pct-ret-comissao
              compute pct-ret-bonus =
                      pct-retencao - pct-ret-comissao
           else
              move pct-retencao to pct-ret-comissao
           end-if.
       2262-calcula-retencao-exit.
           exit.

      *-----------------------------------------------------------*
      * Guarda no FOLHAHIS.DAT o que foi enviado a folha para o    *
      * vendedor neste fechamento - o FOLHAINT e regravado a cada  *
      * periodo e o informe anual de rendimentos precisa do ano.   *
      *-----------------------------------------------------------*
       2265-grava-historico.
           move pct-periodo-digitado to fhi-periodo
           move data-sistema to fhi-data-geracao
           write fhi-registro.
       2265-grava-historico-exit.
           exit.

      *-----------------------------------------------------------*
      * Abate os adiantamentos em aberto do vendedor da comissao   *
      * do periodo, na ordem de lancamento, ate esgotar a          *
           if not pct-adiant-aberto
              go to 2270-abate-adiantamentos-exit
           end-if
           compute pct-saldo-abater =
                   vdr-comissao-periodo - pct-ret-comissao
           move vdr-codigo to adt-vendedor
           move zeros to adt-data adt-seq
           start adiantamento-arq key not less than adt-chave
           display "Estornos gerados: " pct-qtde-estornos at 1010
           display "Lote liberado para reaplicacao corrigida."
               at 1110
           if pct-vr-falhas > zeros
              display "Resumo VENDRES incompleto (" pct-vr-falhas
                      " estornos) - rodar o VRESGERA" at 1310
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-reabrir-lote-exit.
                   else
                      subtract hst-valor from vdr-vendas-acum
                   end-if
                   if not hst-com-retida
                      perform 2437-retira-comissao
                         thru 2437-retira-comissao-exit
                   end-if
               when hst-devolucao
                   add hst-valor
                     to vdr-vendas-periodo vdr-vendas-acum
                   add hst-comissao
                     to vdr-comissao-periodo vdr-comissao-acum
               when hst-bonus
                   perform 2438-estorna-bonus
                      thru 2438-estorna-bonus-exit
               when other
                   if hst-ajuste-sinal = "-"
                      add hst-comissao
       2437-retira-comissao-exit.
           exit.

      *-----------------------------------------------------------*
      * Bonus de concurso: volta nos acumuladores de bonus, nunca  *
      * nos de comissao - credito sai, estorno de devolucao volta. *
      *-----------------------------------------------------------*
       2438-estorna-bonus.
           if vdr-bonus-periodo is not numeric
              move zeros to vdr-bonus-periodo
           end-if
           if vdr-bonus-acum is not numeric
              move zeros to vdr-bonus-acum
           end-if
           if hst-ajuste-sinal = "-"
              add hst-comissao to vdr-bonus-periodo vdr-bonus-acum
              go to 2438-estorna-bonus-exit
           end-if
           if hst-comissao > vdr-bonus-periodo
              move zeros to vdr-bonus-periodo
           else
              subtract hst-comissao from vdr-bonus-periodo
           end-if
           if hst-comissao > vdr-bonus-acum
              move zeros to vdr-bonus-acum
           else
              subtract hst-comissao from vdr-bonus-acum
           end-if.
       2438-estorna-bonus-exit.
           exit.

       2440-monta-estorno.
           move hst-registro to rev-registro
           evaluate true
              go to 2450-anexa-estornos-exit
           end-if
           move spaces to pct-status-rev
           move zeros to pct-vr-falhas
           open input reversao-trabalho
           open extend venda-historico
           perform 2460-anexa-um-estorno
              thru 2460-anexa-um-estorno-exit
               until pct-fim-rev
           close reversao-trabalho venda-historico
           move "F" to pct-vr-funcao
           call "VRESUMO" using pct-vr-funcao hst-registro
                                 pvr-registro pct-vr-status
           end-call.
       2450-anexa-estornos-exit.
           exit.

               not at end
                   move rev-registro to hst-registro
                   write hst-registro
                   move "G" to pct-vr-funcao
                   call "VRESUMO" using pct-vr-funcao hst-registro
                                         pvr-registro pct-vr-status
                   end-call
                   if pct-vr-status not = "0"
                      add 1 to pct-vr-falhas
                   end-if
           end-read.
       2460-anexa-um-estorno-exit.
           exit.
