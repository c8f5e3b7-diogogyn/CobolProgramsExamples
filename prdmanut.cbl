      *                    preco/descricao/situacao e consulta.     *
      *                    Produto inativo deixa de ser aceito na   *
      *                    critica de vendas.                       *
      * 15/10/2026 EQP     Classe fiscal do produto para o ICMS     *
      *                    (PRD-CLASSE-FISCAL), digitada na         *
      *                    inclusao e na alteracao - espacos valem  *
      *                    00, tributacao normal.                   *
      * 15/10/2026 EQP     Categoria do produto                     *
      *                    (PRD-DEPARTAMENTO/PRD-CATEGORIA) do      *
      *                    cadastro CATEGORIA.DAT, digitada na      *
      *                    inclusao e na alteracao - zeros deixam o *
      *                    produto sem categoria.                   *
      * 15/10/2026 EQP     Cada inclusao, alteracao e exclusao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is prd-codigo
               file status is prm-status-produto.

           select categoria-tabela assign to "CATEGORIA"
               organization is indexed
               access mode is dynamic
               record key is cat-chave
               file status is prm-status-categoria.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  produto-mestre.
           copy PRODREC.

       fd  categoria-tabela.
           copy CATREC.

       working-storage section.

       77  prm-status-produto   pic x(02) value spaces.
           88  prm-produto-ok          value "00".

       77  prm-status-categoria pic x(02) value spaces.
       77  prm-categoria-aberto pic x(01) value "N".
           88  prm-tem-categorias      value "S".

       77  prm-opcao            pic x(01) value spaces.
           88  prm-opcao-sair          value "0".
       77  prm-codigo-trabalho  pic 9(05) value zeros.
       77  prm-situacao-entrada pic x(01) value spaces.
       77  prm-categoria-entrada pic 9(04) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  prm-ra-programa      pic x(08) value "PRDMANUT".
       77  prm-ra-tabela        pic x(08) value spaces.
       77  prm-ra-chave         pic x(20) value spaces.
       77  prm-ra-operacao      pic x(01) value spaces.
       77  prm-ra-antes         pic x(150) value spaces.
       77  prm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
           perform 2000-menu-produtos thru 2000-menu-produtos-exit
               until prm-opcao-sair
           close produto-mestre
           if prm-tem-categorias
              close categoria-tabela
           end-if
           stop run.

       1000-abrir-arquivo.
                       prm-status-produto at 1410
              move 16 to return-code
              stop run
           end-if
           open input categoria-tabela
           if prm-status-categoria = "00"
              set prm-tem-categorias to true
           end-if.
       1000-abrir-arquivo-exit.
           exit.
                            prm-status-produto at 1010
               not invalid key
                   display "Produto gravado." at 1010
                   move "I" to prm-ra-operacao
                   move spaces to prm-ra-antes
                   perform 2810-audita-produto
                      thru 2810-audita-produto-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
           if prd-preco-unit = zeros
              display "Preco nao pode ser zero." at 1010
              go to 2150-aceita-dados
           end-if
           display "Classe fiscal ICMS (espacos = 00): " at 1210
           accept prd-classe-fiscal at 1246
           if prd-classe-fiscal = spaces
              move "00" to prd-classe-fiscal
           end-if
           perform 2160-aceita-categoria
              thru 2160-aceita-categoria-exit.
       2150-aceita-dados-exit.
           exit.

      *-----------------------------------------------------------*
      * Categoria do produto: departamento e categoria (DDCC) do   *
      * cadastro CATEGORIA.DAT, ativa e abaixo de um departamento; *
      * zeros deixam o produto sem categoria.                      *
      *-----------------------------------------------------------*
       2160-aceita-categoria.
           display "Depto/categoria DDCC (zeros = sem): " at 1310
           accept prm-categoria-entrada at 1347
           if prm-categoria-entrada = zeros
              move zeros to prd-categoria-produto
              go to 2160-aceita-categoria-exit
           end-if
           if not prm-tem-categorias
              display "Cadastro de categorias indisponivel."
                      at 1010
              go to 2160-aceita-categoria
           end-if
           move prm-categoria-entrada to cat-chave
           read categoria-tabela
               invalid key
                   display "Categoria inexistente.              "
                           at 1010
                   go to 2160-aceita-categoria
           end-read
           if cat-e-departamento
              display "Informe a categoria, nao o departamento."
                      at 1010
              go to 2160-aceita-categoria
           end-if
           if cat-inativa
              display "Categoria inativa.                  " at 1010
              go to 2160-aceita-categoria
           end-if
           move prm-categoria-entrada to prd-categoria-produto
           display cat-descricao at 1352
           display "                                         "
                   at 1010.
       2160-aceita-categoria-exit.
           exit.

       2200-alterar-produto.
           display erase
           display "ALTERACAO DE PRODUTO" at 0310
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-produto-exit
           end-read
           move prd-registro to prm-ra-antes
           display "Atual: " prd-descricao " " prd-preco-unit
                   " " prd-situacao at 0910
           perform 2150-aceita-dados thru 2150-aceita-dados-exit
                            prm-status-produto at 1010
               not invalid key
                   display "Produto alterado." at 1010
                   move "A" to prm-ra-operacao
                   perform 2810-audita-produto
                      thru 2810-audita-produto-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
                   display "Descricao: " prd-descricao at 0710
                   display "Preco    : " prd-preco-unit at 0810
                   display "Situacao : " prd-situacao at 0910
                   display "Cl.fiscal: " prd-classe-fiscal at 1010
                   display "Categoria: " prd-categoria-produto
                           at 1110
           end-read
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-produto-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using prm-ra-programa prm-ra-tabela
                               prm-ra-chave prm-ra-operacao
                               prm-ra-antes prm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-produto.
           move "PRODUTO" to prm-ra-tabela
           move prd-codigo to prm-ra-chave
           move prd-registro to prm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-produto-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
