      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. clidocdp.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Relatorio de clientes com o mesmo        *
      *                    CPF/CNPJ: percorre CLIDOC.DAT pela chave *
      *                    alternativa de documento e lista cada    *
      *                    documento usado por mais de um codigo de *
      *                    cliente, com nome, telefone e situacao   *
      *                    do mestre - a fila de unificacao do      *
      *                    CLIMERGE.  Corrida unica de saneamento   *
      *                    depois do preenchimento dos documentos,  *
      *                    reexecutavel a qualquer momento.         *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       environment division.
       configuration section.
       special-names.
         decimal-point is comma.
       input-output section.
       file-control.
           select documento-arq assign to "CLIDOC"
               organization is indexed
               access mode is dynamic
               record key is doc-cliente
               alternate record key is doc-identificacao
                   with duplicates
               file status is cdd-status-clidoc.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is cdd-status-cliente.

           select duplicado-relatorio assign to "CLIDOCDP.RPT"
               organization is line sequential
               file status is cdd-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  documento-arq.
           copy CLIDOC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  duplicado-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  cdd-status-clidoc    pic x(02) value spaces.
       77  cdd-status-cliente   pic x(02) value spaces.
           88  cdd-cliente-ok          value "00".
       77  cdd-status-relat     pic x(02) value spaces.

      *-----------------------------------------------------------*
      * O documento anterior da leitura pela chave alternativa:    *
      * o segundo cliente com o mesmo documento imprime o grupo a  *
      * partir do primeiro, os seguintes so a si mesmos.           *
      *-----------------------------------------------------------*
       01  cdd-anterior.
           05  cdd-ant-identificacao pic x(15) value spaces.
           05  cdd-ant-cliente       pic 9(05) value zeros.
       77  cdd-grupo-impresso   pic x(01) value "N".
           88  cdd-grupo-aberto        value "S".

       77  cdd-qtde-documentos  pic 9(07) value zeros.
       77  cdd-qtde-grupos      pic 9(07) value zeros.
       77  cdd-qtde-clientes    pic 9(07) value zeros.

       01  cab-duplicado.
           05  filler                pic x(39) value
                  "CLIENTES COM O MESMO CPF/CNPJ (CLIDOC)".
       01  cab-colunas-duplicado.
           05  filler                pic x(17) value "DOCUMENTO".
           05  filler                pic x(08) value "CODIGO".
           05  filler                pic x(32) value "NOME".
           05  filler                pic x(16) value "TELEFONE".
           05  filler                pic x(08) value "SITUACAO".
       01  linha-duplicado.
           05  ldp-tipo              pic x(01).
           05  filler                pic x(01) value space.
           05  ldp-numero            pic x(14).
           05  filler                pic x(01) value space.
           05  ldp-codigo            pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  ldp-nome              pic x(30).
           05  filler                pic x(02) value spaces.
           05  ldp-telefone          pic x(14).
           05  filler                pic x(02) value spaces.
           05  ldp-situacao          pic x(01).
       01  linha-conta-duplicado.
           05  lcd-descricao         pic x(30).
           05  filler                pic x(02) value spaces.
           05  lcd-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-percorre-documentos
              thru 2000-percorre-documentos-exit
           perform 3000-imprime-totais thru 3000-imprime-totais-exit
           close documento-arq cliente-mestre duplicado-relatorio
           stop run.

       1000-abrir-arquivos.
           open input documento-arq
           if cdd-status-clidoc not = "00"
              display "CLIDOCDP: erro ao abrir CLIDOC - status "
                       cdd-status-clidoc
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if not cdd-cliente-ok
              display "CLIDOCDP: erro ao abrir CLIENTE - status "
                       cdd-status-cliente
              move 16 to return-code
              stop run
           end-if
           open output duplicado-relatorio
           write linha-relatorio from cab-duplicado
           write linha-relatorio from cab-colunas-duplicado
               after advancing 2 lines
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       1000-abrir-arquivos-exit.
           exit.

       2000-percorre-documentos.
           move low-values to doc-identificacao
           start documento-arq key not less than doc-identificacao
               invalid key
                   move "10" to cdd-status-clidoc
               not invalid key
                   move "00" to cdd-status-clidoc
           end-start
           perform 2010-confere-documento
              thru 2010-confere-documento-exit
               until cdd-status-clidoc not = "00".
       2000-percorre-documentos-exit.
           exit.

       2010-confere-documento.
           read documento-arq next record
               at end
                   move "10" to cdd-status-clidoc
                   go to 2010-confere-documento-exit
           end-read
           add 1 to cdd-qtde-documentos
           if doc-identificacao not = cdd-ant-identificacao
              move doc-identificacao to cdd-ant-identificacao
              move doc-cliente to cdd-ant-cliente
              move "N" to cdd-grupo-impresso
              go to 2010-confere-documento-exit
           end-if
           if not cdd-grupo-aberto
              add 1 to cdd-qtde-grupos
              move spaces to linha-relatorio
              write linha-relatorio after advancing 1 line
              move cdd-ant-cliente to cli-codigo
              perform 2020-imprime-cliente
                 thru 2020-imprime-cliente-exit
              move "S" to cdd-grupo-impresso
           end-if
           move doc-cliente to cli-codigo
           perform 2020-imprime-cliente thru 2020-imprime-cliente-exit.
       2010-confere-documento-exit.
           exit.

      *-----------------------------------------------------------*
      * Uma linha por cliente do grupo, com os dados do mestre     *
      * (codigo orfao, sem cliente no mestre, sai assinalado).     *
      *-----------------------------------------------------------*
       2020-imprime-cliente.
           move doc-tipo to ldp-tipo
           move doc-numero to ldp-numero
           move cli-codigo to ldp-codigo
           read cliente-mestre
               invalid key
                   move "NAO CONSTA NO MESTRE" to ldp-nome
                   move spaces to ldp-telefone ldp-situacao
               not invalid key
                   move cli-nome to ldp-nome
                   move cli-telefone to ldp-telefone
                   move cli-situacao to ldp-situacao
           end-read
           write linha-relatorio from linha-duplicado
               after advancing 1 line
           add 1 to cdd-qtde-clientes.
       2020-imprime-cliente-exit.
           exit.

       3000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "DOCUMENTOS LIDOS:" to lcd-descricao
           move cdd-qtde-documentos to lcd-quantidade
           write linha-relatorio from linha-conta-duplicado
               after advancing 1 line
           move "DOCUMENTOS REPETIDOS:" to lcd-descricao
           move cdd-qtde-grupos to lcd-quantidade
           write linha-relatorio from linha-conta-duplicado
               after advancing 1 line
           move "CLIENTES ENVOLVIDOS:" to lcd-descricao
           move cdd-qtde-clientes to lcd-quantidade
           write linha-relatorio from linha-conta-duplicado
               after advancing 1 line
           display "CLIDOCDP: " cdd-qtde-grupos
                   " documentos usados por mais de um cliente.".
       3000-imprime-totais-exit.
           exit.
