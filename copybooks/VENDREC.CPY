      *    se credita ou debita e o motivo documenta a decisao.
      *    O ajuste mexe so nos acumuladores de comissao, nunca
      *    nos de vendas nem na apuracao de meta.
      *    Em venda/devolucao com produto, VT-AJUSTE-MOTIVO leva
      *    o motivo aprovado (PRCMOTIV) do preco praticado fora
      *    da tolerancia sobre a tabela de precos.
           05  VT-AJUSTE-SINAL       PIC X(001).
               88  VT-AJUSTE-CREDITO       VALUE "+".
               88  VT-AJUSTE-DEBITO        VALUE "-".
      *    Dimensao de produto da transacao (zeros = venda sem
      *    produto identificado, como nos arquivos antigos).  Com
      *    produto informado, a critica exige produto ativo no
      *    mestre e valor da transacao dentro da tolerancia sobre
      *    o preco vigente na data (PRECOS.DAT, ou o do mestre)
      *    vezes quantidade, menos o desconto do vale.
           05  VT-PRODUTO            PIC 9(005).
           05  VT-QUANTIDADE         PIC 9(005).
      *    Vale-presente reivindicado na venda (zeros = sem vale):
      *    uso unico em VOUCHER.DAT, e a aplicacao marca o
      *    resgate.
           05  VT-VOUCHER            PIC 9(009).
      *    Condicao de pagamento da venda: espaco ou "V" = a vista
      *    (como nos arquivos antigos), "P" = 30 dias, "N" =
      *    parcelado em VT-QTDE-PARCELAS parcelas mensais sem
      *    juros (2 a 12).  So venda leva condicao; o CRGERA abre
      *    um titulo por parcela, cada um com o seu vencimento.
           05  VT-CONDICAO-PAGTO     PIC X(001).
               88  VT-A-VISTA              VALUE "V" " ".
               88  VT-30-DIAS              VALUE "P".
               88  VT-PARCELADO            VALUE "N".
           05  VT-QTDE-PARCELAS      PIC 9(002).
      *    Nota fiscal de venda devolvida (NOTAS.DAT), referenciada
      *    pela nota de credito que a aplicacao emite para a
      *    devolucao.  Zeros = nao informada, como nos arquivos
      *    antigos e nas devolucoes de vendas anteriores a emissao
      *    de notas; informada, a critica exige nota de venda
      *    existente e nao cancelada.
           05  VT-NOTA-ORIGEM        PIC 9(009).
