      *****************************************************************
      *  COMPEND.CPY
      *  Comissao retida no recebimento (arquivo indexado
      *  COMPEND.DAT, chaveado pela chave do titulo de CONTASREC).
      *  O CRGERA abre uma pendencia por titulo gerado de venda a
      *  prazo de vendedor com VDR-COMISSAO-NO-RECEBIMENTO, com a
      *  parte da comissao que cabe a parcela; a subrotina COMLIBER,
      *  chamada pelo CRBAIXA e pelo CRRETOR na liquidacao do
      *  titulo, credita a comissao nos acumuladores do vendedor e
      *  marca a pendencia como liberada no periodo aberto, com o
      *  override do supervisor calculado sobre ela.  O
      *  extrato do vendedor (VENDEXT) imprime o retido e o
      *  liberado.  A devolucao da venda (PROJETOVENDAS) abate a
      *  parte devolvida da pendencia ainda retida e, zerada,
      *  cancela a pendencia (situacao "C", data do cancelamento
      *  em CPN-DATA-LIBERACAO).
      *****************************************************************
       01  CPN-REGISTRO.
           05  CPN-CHAVE-TITULO.
               10  CPN-PERIODO       PIC 9(006).
               10  CPN-LOTE          PIC 9(005).
               10  CPN-SEQUENCIAL    PIC 9(007).
               10  CPN-PARCELA       PIC 9(002).
           05  CPN-VENDEDOR          PIC 9(005).
           05  CPN-CLIENTE           PIC 9(005).
           05  CPN-VALOR-TITULO      PIC 9(007)V99.
           05  CPN-TAXA-APLICADA     PIC 9V999.
           05  CPN-COMISSAO          PIC 9(007)V99.
           05  CPN-DATA-VENDA        PIC 9(008).
           05  CPN-SITUACAO          PIC X(001).
               88  CPN-RETIDA              VALUE "R".
               88  CPN-LIBERADA            VALUE "L".
               88  CPN-CANCELADA           VALUE "C".
           05  CPN-DATA-LIBERACAO    PIC 9(008).
           05  CPN-PERIODO-LIBERACAO PIC 9(006).
           05  CPN-OPERADOR          PIC X(008).
      *    Override de supervisao creditado junto com a liberacao
      *    (supervisor do vendedor na data da liberacao; zeros =
      *    sem override).
           05  CPN-SUPERVISOR        PIC 9(005).
           05  CPN-OVERRIDE          PIC 9(007)V99.
