      *                    acabou a "venda falsa" que envenenava    *
      *                    os totais de vendas e a apuracao de      *
      *                    meta.                                    *
      * 15/10/2026 EQP     O ajuste sai com condicao de pagamento   *
      *                    em branco (a vista) - prazo e so da      *
      *                    venda.                                   *
      * 15/10/2026 EQP     Ajuste de comissao grava VT-NOTA-ORIGEM  *
      *                    zerada.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
           move vaj-sinal-digitado to vt-ajuste-sinal
           move vaj-motivo-digitado to vt-ajuste-motivo
           move zeros to vt-produto vt-quantidade vt-voucher
           move space to vt-condicao-pagto
           move zeros to vt-qtde-parcelas vt-nota-origem
           write vt-transacao
           add 1 to vaj-qtde-digitados
           if vaj-sinal-digitado = "-"
