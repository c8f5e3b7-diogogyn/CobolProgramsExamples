      *  (GLGERA) monta, por lote aplicado, um par debito/credito
      *  por evento com valor - eventos esperados: VENDA, DEVOL
      *  (devolucao), COMISSAO e ESTCOMIS (estorno de comissao).
      *  Eventos de movimento, um par por registro de origem:
      *  RECEBCR (recebimento de titulo), RECUPCR (recuperacao de
      *  titulo em perda), CAIXABRL e CAIXAUSD (valor recebido no
      *  caixa), CAMCOMPR e CAMVENDA (compra/venda de moeda pelo
      *  contravalor), CXSOBRA e CXFALTA (diferenca do fechamento
      *  de caixa) e CHQCOMP (cheque de comissao compensado).  O
      *  recibo de caixa cancelado estorna o evento de origem com
      *  as contas invertidas.
      *****************************************************************
       01  CTM-REGISTRO.
           05  CTM-EVENTO            PIC X(008).
