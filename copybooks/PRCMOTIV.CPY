      *****************************************************************
      *  PRCMOTIV.CPY
      *  Tabela dos motivos aprovados de preco praticado fora da
      *  tabela de precos.  A venda cujo valor foge da tolerancia
      *  sobre preco vigente vezes quantidade so passa na critica
      *  (VENDEDIT) com um destes codigos em VT-AJUSTE-MOTIVO; a
      *  digitacao (VENDENTR) aceita os mesmos.  Motivo novo entra
      *  aqui e vale para os dois programas de uma vez.  O ORC e
      *  gravado pelo ORCCONV nas vendas geradas de orcamento
      *  aceito, que levam o preco combinado no orcamento.
      *****************************************************************
       01  PMP-TABELA-VALORES.
           05  FILLER                PIC X(033) VALUE
                  "PROPROMOCAO AUTORIZADA PELA LOJA".
           05  FILLER                PIC X(033) VALUE
                  "NEGNEGOCIACAO APROVADA GERENCIA".
           05  FILLER                PIC X(033) VALUE
                  "AVAPRODUTO AVARIADO/MOSTRUARIO".
           05  FILLER                PIC X(033) VALUE
                  "CTRPRECO DE CONTRATO DO CLIENTE".
           05  FILLER                PIC X(033) VALUE
                  "ACOACORDO DE DEVOLUCAO".
           05  FILLER                PIC X(033) VALUE
                  "ORCPRECO DE ORCAMENTO ACEITO".
       01  PMP-TABELA REDEFINES PMP-TABELA-VALORES.
           05  PMP-OCORR             OCCURS 6 TIMES.
               10  PMP-CODIGO        PIC X(003).
               10  PMP-DESCRICAO     PIC X(030).
       77  PMP-QTDE-MOTIVOS          PIC 9(002) VALUE 6.
