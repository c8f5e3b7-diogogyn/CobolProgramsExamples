      *****************************************************************
      *  IRRFREC.CPY
      *  Tabela de retencao de imposto de renda na fonte sobre
      *  comissoes (arquivo indexado IRRF.DAT, chaveado pela data
      *  de inicio de vigencia).  Cada registro e uma versao
      *  completa da tabela progressiva: ate 5 faixas, cada uma com
      *  o limite superior da base mensal, a aliquota e a parcela a
      *  deduzir da faixa (a busca usa a primeira faixa cujo limite
      *  comporta a base; aliquota zero = faixa isenta), a deducao
      *  fixa abatida da base antes da busca e a retencao minima
      *  (imposto calculado abaixo dela nao e retido).  Mantida
      *  pelo IRFMANUT; a subrotina IRRFCALC usa a versao com a
      *  maior vigencia que nao ultrapasse a data do pagamento.
      *****************************************************************
       01  IRF-REGISTRO.
           05  IRF-DATA-VIGENCIA     PIC 9(008).
           05  IRF-DEDUCAO-BASE      PIC 9(005)V99.
           05  IRF-RETENCAO-MINIMA   PIC 9(003)V99.
           05  IRF-QTDE-FAIXAS       PIC 9(001).
           05  IRF-FAIXAS.
               10  IRF-FAIXA         OCCURS 5 TIMES.
                   15  IRF-LIMITE    PIC 9(007)V99.
                   15  IRF-ALIQUOTA  PIC 9(002)V99.
                   15  IRF-PARCELA-DEDUZIR
                                     PIC 9(005)V99.
