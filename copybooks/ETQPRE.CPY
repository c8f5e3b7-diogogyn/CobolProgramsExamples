      *****************************************************************
      *  ETQPRE.CPY
      *  Arquivo de pre-triagem para a postagem com desconto dos
      *  Correios (ETQPRE.DAT, sequencial, gerado pelo ETQCORR na
      *  mesma ordem de CEP das etiquetas).  Um registro "D" por
      *  objeto, um "A" ao fechar cada amarrado (quebra pelos cinco
      *  primeiros digitos do CEP ou pelo limite de objetos por
      *  amarrado) com a faixa de CEP e a contagem, e um "T" final
      *  com os totais da remessa - a agencia confere o "T" contra
      *  a soma dos amarrados na entrega.
      *****************************************************************
       01  EPS-REGISTRO.
           05  EPS-TIPO-REG          PIC X(001).
               88  EPS-E-OBJETO            VALUE "D".
               88  EPS-E-AMARRADO          VALUE "A".
               88  EPS-E-TRAILER           VALUE "T".
           05  EPS-DADOS             PIC X(110).
           05  EPS-OBJETO REDEFINES EPS-DADOS.
               10  EPS-OBJ-AMARRADO  PIC 9(005).
               10  EPS-OBJ-SEQUENCIA PIC 9(007).
               10  EPS-OBJ-CEP       PIC 9(008).
               10  EPS-OBJ-CLIENTE   PIC 9(005).
               10  EPS-OBJ-NOME      PIC X(030).
               10  EPS-OBJ-LOGRADOURO PIC X(030).
               10  EPS-OBJ-CIDADE    PIC X(020).
               10  EPS-OBJ-UF        PIC X(002).
               10  FILLER            PIC X(003).
           05  EPS-AMARRADO REDEFINES EPS-DADOS.
               10  EPS-AMR-NUMERO    PIC 9(005).
               10  EPS-AMR-CEP-INICIAL PIC 9(008).
               10  EPS-AMR-CEP-FINAL PIC 9(008).
               10  EPS-AMR-QTDE      PIC 9(005).
               10  FILLER            PIC X(084).
           05  EPS-TRAILER REDEFINES EPS-DADOS.
               10  EPS-TRL-AMARRADOS PIC 9(005).
               10  EPS-TRL-OBJETOS   PIC 9(007).
               10  EPS-TRL-ORIGEM    PIC X(001).
                   88  EPS-TRL-CAMPANHA    VALUE "C".
                   88  EPS-TRL-ANIVERSARIO VALUE "A".
               10  EPS-TRL-REFERENCIA PIC 9(006).
               10  EPS-TRL-DATA      PIC 9(008).
               10  FILLER            PIC X(083).
