      *  acumula os pagamentos em CR-VALOR-PAGO e liquida o titulo
      *  quando o saldo zera; o aging (CRAGING) trabalha sobre os
      *  titulos ainda abertos.
      *  A venda a prazo vira um titulo por parcela: CR-PARCELA
      *  fecha a chave (01 na venda a vista ou 30 dias) e cada
      *  parcela tem o seu CR-DATA-VENCIMENTO, que e a data contra
      *  a qual o aging, a baixa e o limite de credito trabalham.
      *  Multa e juros de atraso (CRJUROS) entram na carteira como
      *  titulos de encargo proprios (CR-TIPO-TITULO "E", lote
      *  00000), amarrados ao titulo de venda que os originou por
      *  CR-TITULO-ORIGEM; no titulo de venda ficam a data ate a
      *  qual os juros ja foram cobrados e a marca da multa.
      *****************************************************************
       01  CR-REGISTRO.
           05  CR-CHAVE.
               10  CR-PERIODO        PIC 9(006).
               10  CR-LOTE           PIC 9(005).
               10  CR-SEQUENCIAL     PIC 9(007).
               10  CR-PARCELA        PIC 9(002).
           05  CR-CLIENTE            PIC 9(005).
           05  CR-FILIAL             PIC 9(003).
           05  CR-VENDEDOR           PIC 9(005).
           05  CR-SITUACAO           PIC X(001).
               88  CR-ABERTO               VALUE "A".
               88  CR-LIQUIDADO            VALUE "L".
      *        Baixado como perda (CRPERDA): sai do aging e do
      *        saldo em aberto; CR-DATA-LIQUIDACAO guarda a data da
      *        baixa e pagamento posterior entra como recuperacao.
               88  CR-BAIXADO-PERDA        VALUE "P".
           05  CR-DATA-LIQUIDACAO    PIC 9(008).
           05  CR-DATA-VENCIMENTO    PIC 9(008).
           05  CR-QTDE-PARCELAS      PIC 9(002).
      *    Tipo do titulo: venda (espaco nos registros anteriores)
      *    ou encargo de atraso gerado pelo CRJUROS.
           05  CR-TIPO-TITULO        PIC X(001).
               88  CR-TITULO-VENDA         VALUE "V" " ".
               88  CR-TITULO-ENCARGO       VALUE "E".
      *    Titulo de venda de origem do encargo (zeros na venda).
           05  CR-TITULO-ORIGEM.
               10  CR-ORG-PERIODO    PIC 9(006).
               10  CR-ORG-LOTE       PIC 9(005).
               10  CR-ORG-SEQUENCIAL PIC 9(007).
               10  CR-ORG-PARCELA    PIC 9(002).
      *    No titulo de venda: data ate a qual os juros de atraso
      *    ja foram cobrados (zeros = nunca) e marca de multa ja
      *    cobrada - a corrida de encargos nunca cobra duas vezes.
           05  CR-DATA-ULT-ENCARGO   PIC 9(008).
           05  CR-MULTA-COBRADA      PIC X(001).
               88  CR-COM-MULTA            VALUE "S".
      *    Data da remessa do titulo ao banco para cobranca por
      *    boleto (CRREMES; zeros = titulo ainda nao registrado no
      *    banco).  O retorno do banco (CRRETOR) baixa o titulo
      *    pela propria chave, que vai no boleto como identificacao.
           05  CR-DATA-REMESSA       PIC 9(008).
      *    Ultimo nivel de carta de cobranca ja enviado para o
      *    titulo (CRCOBRA; zero = nenhuma) - a mesma carta nunca
      *    sai duas vezes para o mesmo titulo.
           05  CR-NIVEL-COBRANCA     PIC 9(001).
