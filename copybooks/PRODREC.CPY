      *  Mestre de produtos (arquivo indexado PRODUTO.DAT, chaveado
      *  por PRD-CODIGO).  Mantido pelo PRDMANUT; a critica de
      *  vendas valida produto ativo e confere o valor da transacao
      *  contra o preco vigente vezes quantidade (tabela com
      *  vigencia em PRECOS.DAT - PRECOREC; sem preco na tabela
      *  vale PRD-PRECO-UNIT), e o ranking de
      *  produtos (PRODRANK) responde o que foi vendido, nao so por
      *  quanto.  O saldo fisico por filial fica fora do mestre,
      *  em ESTOQUE.DAT (ESTQREC).
      *****************************************************************
       01  PRD-REGISTRO.
           05  PRD-CODIGO            PIC 9(005).
           05  PRD-SITUACAO          PIC X(001).
               88  PRD-ATIVO               VALUE "A" " ".
               88  PRD-INATIVO             VALUE "I".
      *    Classe fiscal do produto para o ICMS (espacos nos
      *    registros anteriores ao campo valem "00", tributacao
      *    normal): junto com as UFs de origem e destino da venda
      *    da a aliquota na tabela ICMS.DAT (ICMSREC).
           05  PRD-CLASSE-FISCAL     PIC X(002).
      *    Categoria do produto no cadastro CATEGORIA.DAT (CATREC):
      *    departamento e categoria dentro dele.  Zeros (ou espacos
      *    nos registros anteriores ao campo) = sem categoria.
           05  PRD-CATEGORIA-PRODUTO.
               10  PRD-DEPARTAMENTO  PIC 9(002).
               10  PRD-CATEGORIA     PIC 9(002).
