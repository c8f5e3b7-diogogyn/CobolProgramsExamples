      *****************************************************************
      *  CLIDOC.CPY
      *  Documento fiscal do cliente - CPF ou CNPJ - (arquivo
      *  indexado CLIDOC.DAT, chaveado por DOC-CLIENTE, com chave
      *  alternativa DOC-IDENTIFICACAO).  Fica fora de CLI-REGISTRO
      *  porque a folga das imagens da auditoria do cadastro
      *  (CLIAUDT) nao comporta os 14 digitos.  Validado pelos
      *  digitos verificadores (subrotina DOCVAL) no cadastro e na
      *  carga, que recusam documento ja usado por outro cliente
      *  lendo a chave alternativa; ela aceita duplicatas so para
      *  que o legado carregado antes da critica possa ser
      *  listado (CLIDOCDP) e unificado (CLIMERGE).  DOC-NUMERO
      *  guarda so digitos: 11 do CPF (alinhados a esquerda) ou
      *  14 do CNPJ.
      *****************************************************************
       01  DOC-REGISTRO.
           05  DOC-CLIENTE           PIC 9(005).
           05  DOC-IDENTIFICACAO.
               10  DOC-TIPO          PIC X(001).
                   88  DOC-CPF             VALUE "F".
                   88  DOC-CNPJ            VALUE "J".
               10  DOC-NUMERO        PIC X(014).
           05  DOC-DATA              PIC 9(008).
           05  DOC-OPERADOR          PIC X(008).
