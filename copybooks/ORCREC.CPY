      *****************************************************************
      *  ORCREC.CPY
      *  Orcamentos de venda (arquivo indexado ORCAMENTO.DAT,
      *  chaveado por numero + item).  O item 00 e o cabecalho
      *  (cliente, vendedor, filial, emissao, validade, situacao);
      *  os itens 01 a 20 trazem produto, quantidade e preco.  O
      *  numero vem da sequencia ORCAMENT do SEQNUM.  Mantido pelo
      *  ORCMANUT (emissao, aceite, perda); o ORCCONV gera em
      *  VENDAS.DAT as vendas dos orcamentos aceitos e expira os
      *  vencidos, e o ORCREL mede a conversao por vendedor e
      *  filial.
      *****************************************************************
       01  ORC-REGISTRO.
           05  ORC-CHAVE.
               10  ORC-NUMERO        PIC 9(009).
               10  ORC-ITEM          PIC 9(002).
                   88  ORC-E-CABECALHO     VALUE ZEROS.
           05  ORC-DADOS             PIC X(120).
      *    Visao do cabecalho (item 00).  Situacao: A aberto, C
      *    aceito pelo cliente (aguardando conversao), V convertido
      *    em venda, E expirado sem resposta, P perdido (com o
      *    motivo informado pelo vendedor).
           05  ORC-CABECALHO REDEFINES ORC-DADOS.
               10  ORC-CLIENTE       PIC 9(005).
               10  ORC-VENDEDOR      PIC 9(005).
               10  ORC-FILIAL        PIC 9(003).
               10  ORC-DATA-EMISSAO  PIC 9(008).
               10  ORC-DATA-VALIDADE PIC 9(008).
               10  ORC-SITUACAO      PIC X(001).
                   88  ORC-ABERTO          VALUE "A".
                   88  ORC-ACEITO          VALUE "C".
                   88  ORC-CONVERTIDO      VALUE "V".
                   88  ORC-EXPIRADO        VALUE "E".
                   88  ORC-PERDIDO         VALUE "P".
               10  ORC-DATA-SITUACAO PIC 9(008).
               10  ORC-CONDICAO-PAGTO PIC X(001).
               10  ORC-QTDE-PARCELAS PIC 9(002).
               10  ORC-QTDE-ITENS    PIC 9(002).
               10  ORC-VALOR-TOTAL   PIC 9(009)V99.
               10  ORC-MOTIVO-PERDA  PIC X(030).
               10  FILLER            PIC X(036).
      *    Visao do item (01 a 20): preco unitario combinado com o
      *    cliente e valor do item (preco vezes quantidade).
           05  ORC-DETALHE REDEFINES ORC-DADOS.
               10  ORC-PRODUTO       PIC 9(005).
               10  ORC-QUANTIDADE    PIC 9(005).
               10  ORC-PRECO-UNIT    PIC 9(007)V99.
               10  ORC-VALOR-ITEM    PIC 9(007)V99.
               10  FILLER            PIC X(092).
