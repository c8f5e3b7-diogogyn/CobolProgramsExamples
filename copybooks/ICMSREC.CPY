      *****************************************************************
      *  ICMSREC.CPY
      *  Tabela de aliquotas de ICMS (arquivo indexado ICMS.DAT,
      *  chaveado por classe fiscal do produto + UF de origem + UF
      *  de destino).  Mantida pelo ICMMANUT.  A aplicacao de
      *  vendas procura a aliquota pela classe do produto (espacos
      *  ou venda sem produto valem "00"), pela UF da filial da
      *  transacao e pela UF do cliente; sem registro na tabela a
      *  linha fica com aliquota zero e a corrida avisa.
      *****************************************************************
       01  ICM-REGISTRO.
           05  ICM-CHAVE.
               10  ICM-CLASSE-FISCAL PIC X(002).
               10  ICM-UF-ORIGEM     PIC X(002).
               10  ICM-UF-DESTINO    PIC X(002).
           05  ICM-ALIQUOTA          PIC 9(002)V99.
           05  ICM-DESCRICAO         PIC X(030).
