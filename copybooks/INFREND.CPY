      *****************************************************************
      *  INFREND.CPY
      *  Arquivo resumo do informe anual de rendimentos
      *  (INFREND.DAT, sequencial de tamanho fixo), no desenho que
      *  o contador transmite a Receita: header "H" com o
      *  ano-calendario e a fonte pagadora, um detalhe "D" por
      *  vendedor beneficiario com o rendimento tributavel
      *  (comissao bruta mais bonus) e o imposto retido de cada
      *  mes, e trailer "T" com a contagem e os totais para o
      *  contador conferir.  Gerado pelo INFREND.  Valores sem
      *  virgula, com 2 decimais implicitos.
      *****************************************************************
       01  IRD-HEADER.
           05  IRD-H-TIPO            PIC X(001).
           05  IRD-H-ANO             PIC 9(004).
           05  IRD-H-NOME-FONTE      PIC X(030).
           05  IRD-H-DOCUMENTO-FONTE PIC X(014).
           05  IRD-H-DATA-GERACAO    PIC 9(008).
           05  FILLER                PIC X(287).
       01  IRD-DETALHE.
           05  IRD-D-TIPO            PIC X(001).
           05  IRD-D-ANO             PIC 9(004).
           05  IRD-D-VENDEDOR        PIC 9(005).
           05  IRD-D-NOME            PIC X(030).
           05  IRD-D-DOCUMENTO       PIC X(014).
           05  IRD-D-MES             OCCURS 12 TIMES.
               10  IRD-D-RENDIMENTO  PIC 9(009)V99.
               10  IRD-D-RETIDO      PIC 9(009)V99.
           05  IRD-D-TOTAL-RENDIMENTO PIC 9(011)V99.
           05  IRD-D-TOTAL-RETIDO    PIC 9(011)V99.
       01  IRD-TRAILER.
           05  IRD-T-TIPO            PIC X(001).
           05  IRD-T-QUANTIDADE      PIC 9(007).
           05  IRD-T-TOTAL-RENDIMENTO PIC 9(013)V99.
           05  IRD-T-TOTAL-RETIDO    PIC 9(013)V99.
           05  FILLER                PIC X(306).
