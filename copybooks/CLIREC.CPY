      *    Limite de credito para compras a receber (zeros nos
      *    registros anteriores ao campo valem sem limite).  A
      *    critica de vendas recusa a transacao que levaria o
      *    saldo em aberto do cliente alem deste teto.  Revisto a
      *    cada trimestre pelo comportamento de pagamento (CLILIMRV
      *    sugere, CLILIMAP aplica o aprovado).
           05  CLI-LIMITE-CREDITO    PIC 9(007)V99.
      *    Vendedor dono da carteira do cliente (zeros = cliente
      *    sem dono; espacos nos registros anteriores ao campo
      *    valem zeros).  Atribuido e reatribuido com data efetiva
      *    pelo cadastro (historico CLICARTE.DAT, aplicado pelo
      *    CARTAPL no vencimento); a critica de vendas sinaliza a
      *    venda feita por vendedor de fora da carteira.
           05  CLI-VENDEDOR          PIC 9(005).
