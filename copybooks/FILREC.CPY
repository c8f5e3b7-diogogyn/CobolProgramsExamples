      *****************************************************************
      *  FILREC.CPY
      *  Cadastro de filiais (arquivo indexado FILIAL.DAT, chaveado
      *  por FIL-CODIGO; a matriz e a filial 000).  Mantido pelo
      *  FILMANUT.  FIL-UF e a UF de origem das vendas da filial
      *  no calculo do ICMS; nome e endereco saem nos documentos
      *  emitidos em nome da filial.
      *****************************************************************
       01  FIL-REGISTRO.
           05  FIL-CODIGO            PIC 9(003).
           05  FIL-NOME              PIC X(030).
           05  FIL-ENDERECO.
               10  FIL-LOGRADOURO    PIC X(030).
               10  FIL-CIDADE        PIC X(020).
               10  FIL-UF            PIC X(002).
               10  FIL-CEP           PIC 9(008).
