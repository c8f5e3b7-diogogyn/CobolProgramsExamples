      *****************************************************************
      *  CARTREC.CPY
      *  Historico de atribuicao de cliente a carteira de vendedor
      *  (arquivo indexado CLICARTE.DAT, chaveado por cliente +
      *  data efetiva).  Lancado pelo cadastro de clientes com data
      *  efetiva; a reatribuicao vencida e aplicada ao mestre pelo
      *  CARTAPL (ou na hora, quando a data ja chegou), e a
      *  critica de vendas resolve por aqui o dono da carteira na
      *  data de negocio, como a aplicacao faz com a filial do
      *  vendedor em VDRTRANSF.
      *****************************************************************
       01  CRT-REGISTRO.
           05  CRT-CHAVE.
               10  CRT-CLIENTE       PIC 9(005).
               10  CRT-DATA-EFETIVA  PIC 9(008).
           05  CRT-VENDEDOR-ANTERIOR PIC 9(005).
           05  CRT-VENDEDOR-NOVO     PIC 9(005).
           05  CRT-OPERADOR          PIC X(008).
           05  CRT-DATA-LANCAMENTO   PIC 9(008).
           05  CRT-SITUACAO          PIC X(001).
               88  CRT-PENDENTE            VALUE "P".
               88  CRT-APLICADA            VALUE "A".
