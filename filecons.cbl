      *                    sequencial reatribuido, como na carga)   *
      *                    e VALORES, e imprime a reconciliacao     *
      *                    enviado x aplicado por arquivo.          *
      * 15/10/2026 EQP     A area de trabalho das vendas acompanha  *
      *                    o layout de VENDREC com a condicao de    *
      *                    pagamento e o numero de parcelas.        *
      * 15/10/2026 EQP     Detalhe de vendas do envelope acompanha  *
      *                    o layout de VENDREC com a nota de origem *
      *                    da devolucao.                            *
      * 15/10/2026 EQP     Resposta da pesquisa no envelope da      *
      *                    filial com as paradas de embarque e      *
      *                    desembarque (registro de 41 posicoes).   *
      * 15/10/2026 EQP     Lancamento de valores do envelope        *
      *                    acompanha o numero do recibo de caixa    *
      *                    gravado no final do registro.            *
      * 15/10/2026 EQP     Lancamento de valores do envelope        *
      *                    acompanha tipo de operacao e taxas de    *
      *                    cambio gravados no final do registro.    *
      * 15/10/2026 EQP     Lancamento de valores do envelope        *
      *                    acompanha a marca de exportacao para o   *
      *                    diario contabil.                         *
      *-----------------------------------------------------------*

      *****************************************************************
       data division.
       file section.
       fd  envelope-entrada.
       01  env-linha                 pic x(120).

       fd  controle-filial.
      *-----------------------------------------------------------*
           copy VENDREC.

       fd  venda-trabalho.
       01  wrk-linha                 pic x(107).

       fd  resposta-onibus.
           copy ONIBREC.
           add 1 to fcs-qtde-secao fcs-total-detalhes
           evaluate fcs-arquivo-corrente
               when "VENDAS"
                   move env-linha(2:107) to vt-transacao
                   if vt-valor-venda is numeric
                      if vt-devolucao
                         subtract vt-valor-venda
                   end-if
               when "ONIBUS"
                   if fcs-fase = 2
                      move env-linha(2:41) to obw-registro
                      perform 4200-aplica-resposta
                         thru 4200-aplica-resposta-exit
                   end-if
               when "VALORES"
                   move env-linha(2:63) to vl-registro
                   add vl-valor to fcs-valor-secao
                   if fcs-fase = 2
                      perform 4300-aplica-valor
