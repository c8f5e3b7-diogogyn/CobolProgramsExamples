      *                    imediatamente anterior - a resposta a    *
      *                    pergunta mensal do marketing "a          *
      *                    campanha funcionou?".                    *
      * 15/10/2026 EQP     Taxa de entrega do SMS da campanha       *
      *                    (historico MSGHIST.DAT do MSGRET) ao     *
      *                    lado da atribuicao, com os compradores   *
      *                    entre os que receberam.                  *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is cat-status-hist.

           select historico-sms assign to "MSGHIST.DAT"
               organization is line sequential
               file status is cat-status-msghist.

           select atribuicao-relatorio assign to "CMPATRIB.RPT"
               organization is line sequential
               file status is cat-status-relat.
       fd  venda-historico.
           copy HISTREC.

       fd  historico-sms.
           copy MSGRET.

       fd  atribuicao-relatorio.
       01  linha-relatorio           pic x(100).

       77  cat-status-hist      pic x(02) value spaces.
           88  cat-fim-hist            value "10".
       77  cat-status-relat     pic x(02) value spaces.
       77  cat-status-msghist   pic x(02) value spaces.

       77  cat-campanha         pic 9(04) value zeros.
       77  cat-descricao        pic x(30) value spaces.
               10  cat-cl-valor-camp pic 9(09)v99.
               10  cat-cl-qtde-comp  pic 9(05).
               10  cat-cl-valor-comp pic 9(09)v99.
               10  cat-cl-sms        pic x(01).
                   88  cat-cl-sms-entregue     value "E".
                   88  cat-cl-sms-falhou       value "F".
       77  cat-indice           pic 9(04) value zeros.
       77  cat-posicao          pic 9(04) value zeros.
       77  cat-achou-cliente    pic x(01) value "N".
       77  cat-tot-qtde-comp    pic 9(07) value zeros.
       77  cat-tot-valor-comp   pic 9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Entrega do SMS da campanha por cliente, do historico de    *
      * retornos do gateway (MSGHIST.DAT, gravado pelo MSGRET):    *
      * entregue em qualquer retorno vale entregue.                *
      *-----------------------------------------------------------*
       77  cat-qtde-sms-entregue pic 9(04) value zeros.
       77  cat-qtde-sms-falha   pic 9(04) value zeros.
       77  cat-qtde-sms-compra  pic 9(04) value zeros.
       77  cat-qtde-sms-total   pic 9(04) value zeros.

       01  cab-atribuicao.
           05  filler                pic x(34) value
                  "ATRIBUICAO DE CAMPANHA - CODIGO:  ".
           05  lct-descricao         pic x(36).
           05  filler                pic x(02) value spaces.
           05  lct-quantidade        pic zzzzzz9.
       01  linha-taxa-atr.
           05  lta-descricao         pic x(36).
           05  filler                pic x(06) value spaces.
           05  lta-taxa              pic zz9,9.
       01  linha-valor-atr.
           05  lva-descricao         pic x(36).
           05  filler                pic x(02) value spaces.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-carrega-selecao
              thru 1100-carrega-selecao-exit
           perform 1200-carrega-entregas
              thru 1200-carrega-entregas-exit
           perform 2000-percorre-historico
              thru 2000-percorre-historico-exit
               until cat-fim-hist
                             cat-cl-valor-camp(cat-posicao)
                             cat-cl-qtde-comp(cat-posicao)
                             cat-cl-valor-comp(cat-posicao)
              move space to cat-cl-sms(cat-posicao)
           end-if.
       1120-inclui-cliente-exit.
           exit.
       1130-compara-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Retornos de SMS da campanha; sem o historico o relatorio   *
      * sai sem a taxa de entrega.                                 *
      *-----------------------------------------------------------*
       1200-carrega-entregas.
           open input historico-sms
           if cat-status-msghist not = "00"
              go to 1200-carrega-entregas-exit
           end-if
           perform 1210-le-uma-entrega thru 1210-le-uma-entrega-exit
               until cat-status-msghist not = "00"
           close historico-sms.
       1200-carrega-entregas-exit.
           exit.

       1210-le-uma-entrega.
           read historico-sms
               at end
                   move "10" to cat-status-msghist
                   go to 1210-le-uma-entrega-exit
           end-read
           if not rtn-e-entrega or not rtn-id-campanha-mkt
              or rtn-id-campanha not = cat-campanha
              go to 1210-le-uma-entrega-exit
           end-if
           move "N" to cat-achou-cliente
           perform 1220-procura-entrega
              thru 1220-procura-entrega-exit
               varying cat-indice from 1 by 1
               until cat-indice > cat-qtde-clientes
                  or cat-achou-cliente = "S"
           if cat-achou-cliente = "N"
              go to 1210-le-uma-entrega-exit
           end-if
           if rtn-entregue
              set cat-cl-sms-entregue(cat-posicao) to true
           else
              if not cat-cl-sms-entregue(cat-posicao)
                 set cat-cl-sms-falhou(cat-posicao) to true
              end-if
           end-if.
       1210-le-uma-entrega-exit.
           exit.

       1220-procura-entrega.
           if cat-cl-codigo(cat-indice) = rtn-cliente
              move "S" to cat-achou-cliente
              move cat-indice to cat-posicao
           end-if.
       1220-procura-entrega-exit.
           exit.

       2000-percorre-historico.
           read venda-historico
               at end
           move cat-tot-valor-comp to lva-valor
           write linha-relatorio from linha-valor-atr
               after advancing 1 line
           compute cat-qtde-sms-total = cat-qtde-sms-entregue
                                      + cat-qtde-sms-falha
           if cat-qtde-sms-total > zeros
              perform 3100-imprime-entrega
                 thru 3100-imprime-entrega-exit
           end-if
           display "Relatorio CMPATRIB.RPT gerado." at 1210.
       3000-imprime-relatorio-exit.
           exit.
           add cat-cl-qtde-camp(cat-indice) to cat-tot-qtde-camp
           add cat-cl-valor-camp(cat-indice) to cat-tot-valor-camp
           add cat-cl-qtde-comp(cat-indice) to cat-tot-qtde-comp
           add cat-cl-valor-comp(cat-indice) to cat-tot-valor-comp
           if cat-cl-sms-entregue(cat-indice)
              add 1 to cat-qtde-sms-entregue
              if cat-cl-qtde-camp(cat-indice) > zeros
                 add 1 to cat-qtde-sms-compra
              end-if
           end-if
           if cat-cl-sms-falhou(cat-indice)
              add 1 to cat-qtde-sms-falha
           end-if.
       3010-imprime-um-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Taxa de entrega do SMS da campanha ao lado da atribuicao:  *
      * quantos receberam e quantos destes compraram na janela.    *
      *-----------------------------------------------------------*
       3100-imprime-entrega.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "CLIENTES COM SMS ENTREGUE:" to lct-descricao
           move cat-qtde-sms-entregue to lct-quantidade
           write linha-relatorio from linha-conta-atr
               after advancing 1 line
           move "CLIENTES COM SMS NAO ENTREGUE:" to lct-descricao
           move cat-qtde-sms-falha to lct-quantidade
           write linha-relatorio from linha-conta-atr
               after advancing 1 line
           move "TAXA DE ENTREGA DO SMS (%):" to lta-descricao
           compute lta-taxa rounded =
                   cat-qtde-sms-entregue * 100 / cat-qtde-sms-total
           write linha-relatorio from linha-taxa-atr
               after advancing 1 line
           move "COMPRARAM ENTRE OS QUE RECEBERAM:" to lct-descricao
           move cat-qtde-sms-compra to lct-quantidade
           write linha-relatorio from linha-conta-atr
               after advancing 1 line.
       3100-imprime-entrega-exit.
           exit.
