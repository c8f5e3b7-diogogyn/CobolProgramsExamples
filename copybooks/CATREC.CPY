      *****************************************************************
      *  CATREC.CPY
      *  Cadastro de categorias de produto (arquivo indexado
      *  CATEGORIA.DAT, chaveado por departamento + categoria).
      *  Hierarquia de dois niveis: o registro com CAT-CATEGORIA
      *  00 e o proprio departamento; os demais sao as categorias
      *  dele.  Mantido pelo CATMANUT; o PRDMANUT enquadra cada
      *  produto numa categoria (PRD-DEPARTAMENTO/PRD-CATEGORIA)
      *  e o MIXREL totaliza o mix de vendas por departamento e
      *  categoria.
      *****************************************************************
       01  CAT-REGISTRO.
           05  CAT-CHAVE.
               10  CAT-DEPARTAMENTO  PIC 9(002).
               10  CAT-CATEGORIA     PIC 9(002).
                   88  CAT-E-DEPARTAMENTO  VALUE ZEROS.
           05  CAT-DESCRICAO         PIC X(030).
           05  CAT-SITUACAO          PIC X(001).
               88  CAT-ATIVA               VALUE "A" " ".
               88  CAT-INATIVA             VALUE "I".
