      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. tstcopia.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Copia mascarada dos arquivos de producao *
      *                    para o ambiente de treinamento e teste:  *
      *                    CLIENTE, VENDEDOR, ANIVERSARIOS,         *
      *                    CONTASREC, VENDHIST, CONTATOS e ONIBUS   *
      *                    vao para o diretorio informado (padrao   *
      *                    TESTE).  Nome, telefone, logradouro,     *
      *                    salario e nascimento saem trocados por   *
      *                    valores tirados do proprio codigo, de    *
      *                    modo que o mesmo cliente tem a mesma     *
      *                    identidade falsa em todos os arquivos    *
      *                    (o ANIVERSARIOS casa pelo nome, como no  *
      *                    ANIVCONF).  Codigos, valores e datas de  *
      *                    negocio ficam como estao, e o UTILREF    *
      *                    passa na copia.  Relatorio de controle   *
      *                    TSTCOPIA.RPT com contagem por arquivo.   *
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
           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is tcp-status-entrada.

           select cliente-teste assign to dynamic tcp-nome-teste
               organization is indexed
               access mode is dynamic
               record key is tcl-codigo
               alternate record key is tcl-telefone
               file status is tcp-status-saida.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is tcp-status-entrada.

           select vendedor-teste assign to dynamic tcp-nome-teste
               organization is indexed
               access mode is dynamic
               record key is tvd-codigo
               file status is tcp-status-saida.

           select aniversario-mestre assign to "ANIVERSARIOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is an-nome
               file status is tcp-status-entrada.

           select aniversario-teste assign to dynamic tcp-nome-teste
               organization is indexed
               access mode is dynamic
               record key is tan-nome
               file status is tcp-status-saida.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is tcp-status-entrada.

           select contas-teste assign to dynamic tcp-nome-teste
               organization is indexed
               access mode is dynamic
               record key is tcr-chave
               file status is tcp-status-saida.

           select contato-log assign to "CONTATOS"
               organization is indexed
               access mode is dynamic
               record key is ctt-chave
               file status is tcp-status-entrada.

           select contato-teste assign to dynamic tcp-nome-teste
               organization is indexed
               access mode is dynamic
               record key is tct-chave
               file status is tcp-status-saida.

           select arquivo-fonte assign to dynamic tcp-nome-fonte
               organization is line sequential
               file status is tcp-status-entrada.

           select arquivo-copia assign to dynamic tcp-nome-teste
               organization is line sequential
               file status is tcp-status-saida.

           select ordenacao-nomes assign to "TCPSORT".

           select clientes-por-nome assign to "TCPNOMES"
               organization is line sequential
               file status is tcp-status-nomes.

           select controle-relatorio assign to "TSTCOPIA.RPT"
               organization is line sequential
               file status is tcp-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  cliente-mestre.
           copy CLIREC.

       fd  cliente-teste.
           copy CLIREC replacing leading ==CLI== by ==TCL==.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  vendedor-teste.
           copy VDRREC replacing leading ==VDR== by ==TVD==.

       fd  aniversario-mestre.
           copy ANIVREG.

       fd  aniversario-teste.
           copy ANIVREG replacing leading ==AN== by ==TAN==.

       fd  contas-receber.
           copy CRECREC.

       fd  contas-teste.
           copy CRECREC replacing leading ==CR== by ==TCR==.

       fd  contato-log.
           copy CONTREC.

       fd  contato-teste.
           copy CONTREC replacing leading ==CTT== by ==TCT==.

       fd  arquivo-fonte.
       01  fon-linha                 pic x(400).

       fd  arquivo-copia.
       01  cop-linha                 pic x(400).

       sd  ordenacao-nomes.
       01  son-registro.
           05  son-nome              pic x(30).
           05  son-nome-falso        pic x(30).
           05  son-dia               pic 9(02).
           05  son-mes               pic 9(02).
           05  son-ano               pic 9(04).

       fd  clientes-por-nome.
       01  cpn-registro.
           05  cpn-nome              pic x(30).
           05  cpn-nome-falso        pic x(30).
           05  cpn-dia               pic 9(02).
           05  cpn-mes               pic 9(02).
           05  cpn-ano               pic 9(04).

       fd  controle-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       copy DATASIS.

       77  tcp-status-entrada   pic x(02) value spaces.
           88  tcp-entrada-ok          value "00".
           88  tcp-entrada-ausente     value "35".
       77  tcp-status-saida     pic x(02) value spaces.
       77  tcp-status-nomes     pic x(02) value spaces.
       77  tcp-status-relat     pic x(02) value spaces.

       77  tcp-diretorio        pic x(40) value spaces.
       77  tcp-nome-teste       pic x(60) value spaces.
       77  tcp-nome-fonte       pic x(20) value spaces.
       77  tcp-nome-arquivo     pic x(20) value spaces.

       77  tcp-aniv-fim         pic x(01) value "N".
           88  tcp-aniv-esgotado       value "S".
       77  tcp-cliente-fim      pic x(01) value "N".
           88  tcp-cliente-esgotado    value "S".
       77  tcp-qtde-casados     pic 9(09) value zeros.
       77  tcp-qtde-sem-cliente pic 9(09) value zeros.

      *-----------------------------------------------------------*
      * Identidade falsa: tudo sai do codigo (cliente, vendedor ou *
      * numero do aniversariante sem cliente), para que a mesma    *
      * pessoa receba os mesmos dados em qualquer arquivo.         *
      *-----------------------------------------------------------*
       77  tcp-codigo-base      pic 9(05) value zeros.
       77  tcp-quociente        pic 9(05) value zeros.
       77  tcp-resto            pic 9(05) value zeros.
       77  tcp-dia-falso        pic 9(02) value zeros.
       77  tcp-mes-falso        pic 9(02) value zeros.
       77  tcp-ano-falso        pic 9(04) value zeros.
       77  tcp-salario-falso    pic 9(07)v99 value zeros.
       77  tcp-telefone-falso   pic x(14) value spaces.
       77  tcp-logradouro-falso pic x(30) value spaces.
       77  tcp-nota-falsa       pic x(40) value
              "NOTA SUBSTITUIDA NA COPIA DE TESTE".

      *-----------------------------------------------------------*
      * Controle por arquivo copiado.                              *
      *-----------------------------------------------------------*
       77  tcp-ind              pic 9(02) comp value zeros.
       77  tcp-qtde-rejeitados  pic 9(09) value zeros.
       01  tcp-tabela-controle.
           05  tcp-controle OCCURS 7 TIMES.
               10  tcp-ct-arquivo    pic x(12).
               10  tcp-ct-situacao   pic x(10).
               10  tcp-ct-lidos      pic 9(09).
               10  tcp-ct-gravados   pic 9(09).
               10  tcp-ct-mascarados pic 9(09).
               10  tcp-ct-rejeitados pic 9(09).

       01  cab-copia-teste.
           05  filler                pic x(32) value
                  "COPIA MASCARADA PARA TESTE - EM ".
           05  cct-data              pic 9(08).
           05  filler                pic x(10) value "  DESTINO ".
           05  cct-diretorio         pic x(40).
       01  cab-colunas-copia.
           05  filler                pic x(50) value
             "ARQUIVO       SITUACAO         LIDOS    GRAVADOS ".
           05  filler                pic x(24) value
             "  MASCARADOS  REJEITADOS".
       01  linha-controle.
           05  lct-arquivo           pic x(12).
           05  filler                pic x(02) value spaces.
           05  lct-situacao          pic x(10).
           05  filler                pic x(01) value space.
           05  lct-lidos             pic zzzzzzzz9.
           05  filler                pic x(03) value spaces.
           05  lct-gravados          pic zzzzzzzz9.
           05  filler                pic x(03) value spaces.
           05  lct-mascarados        pic zzzzzzzz9.
           05  filler                pic x(03) value spaces.
           05  lct-rejeitados        pic zzzzzzzz9.
       01  linha-conta-copia.
           05  lcc-descricao         pic x(40).
           05  lcc-quantidade        pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "COPIA MASCARADA PARA TREINAMENTO E TESTE" at 0310
           display "Diretorio de destino (vazio = TESTE): " at 0510
           accept tcp-diretorio at 0549
           if tcp-diretorio = spaces
              move "TESTE" to tcp-diretorio
           end-if
           if tcp-diretorio = "." or "./"
              display "TSTCOPIA: destino nao pode ser o diretorio "
                      "de producao." at 0710
              move 16 to return-code
              stop run
           end-if
           perform 1000-inicializa thru 1000-inicializa-exit
           move 1 to tcp-ind
           move "CLIENTE" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           sort ordenacao-nomes
               on ascending key son-nome
               input procedure 2000-copia-clientes
                        thru 2000-copia-clientes-exit
               giving clientes-por-nome
           move 2 to tcp-ind
           move "VENDEDOR" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           perform 3000-copia-vendedores thru 3000-copia-vendedores-exit
           move 3 to tcp-ind
           move "ANIVERSARIOS.DAT" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           perform 4000-copia-aniversarios
              thru 4000-copia-aniversarios-exit
           move 4 to tcp-ind
           move "CONTASREC" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           perform 5000-copia-contas thru 5000-copia-contas-exit
           move 5 to tcp-ind
           move "VENDHIST" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           perform 6000-copia-sequencial thru 6000-copia-sequencial-exit
           move 6 to tcp-ind
           move "CONTATOS" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           perform 7000-copia-contatos thru 7000-copia-contatos-exit
           move 7 to tcp-ind
           move "ONIBUS" to tcp-nome-arquivo
           perform 1100-monta-nome thru 1100-monta-nome-exit
           perform 6000-copia-sequencial thru 6000-copia-sequencial-exit
           perform 8000-imprime-controle thru 8000-imprime-controle-exit
           close controle-relatorio
           if tcp-qtde-rejeitados > zeros
              display "Copia com registros rejeitados - ver "
                      "TSTCOPIA.RPT" at 0910
              move 4 to return-code
           else
              display "Copia concluida - ver TSTCOPIA.RPT" at 0910
           end-if
           stop run.

       1000-inicializa.
           accept data-sistema from date yyyymmdd
           initialize tcp-tabela-controle
           move "CLIENTE" to tcp-ct-arquivo(1)
           move "VENDEDOR" to tcp-ct-arquivo(2)
           move "ANIVERSARIOS" to tcp-ct-arquivo(3)
           move "CONTASREC" to tcp-ct-arquivo(4)
           move "VENDHIST" to tcp-ct-arquivo(5)
           move "CONTATOS" to tcp-ct-arquivo(6)
           move "ONIBUS" to tcp-ct-arquivo(7)
           open output controle-relatorio
           if tcp-status-relat not = "00"
              display "TSTCOPIA: erro ao abrir TSTCOPIA.RPT - status "
                       tcp-status-relat at 0710
              move 16 to return-code
              stop run
           end-if
           move data-sistema to cct-data
           move tcp-diretorio to cct-diretorio
           write linha-relatorio from cab-copia-teste
           write linha-relatorio from cab-colunas-copia
               after advancing 2 lines.
       1000-inicializa-exit.
           exit.

       1100-monta-nome.
           move spaces to tcp-nome-teste
           string tcp-diretorio delimited by space
                  "/" delimited by size
                  tcp-nome-arquivo delimited by space
                  into tcp-nome-teste
           end-string.
       1100-monta-nome-exit.
           exit.

      *-----------------------------------------------------------*
      * Situacao do arquivo de producao na abertura: ausente so e  *
      * anotado; o erro de abertura da copia e fatal (diretorio    *
      * de destino inexistente ou protegido).                      *
      *-----------------------------------------------------------*
       1200-confere-entrada.
           if tcp-entrada-ok
              move "COPIADO" to tcp-ct-situacao(tcp-ind)
           else
              if tcp-entrada-ausente
                 move "AUSENTE" to tcp-ct-situacao(tcp-ind)
              else
                 move spaces to tcp-ct-situacao(tcp-ind)
                 string "ERRO " delimited by size
                        tcp-status-entrada delimited by size
                        into tcp-ct-situacao(tcp-ind)
                 end-string
              end-if
           end-if.
       1200-confere-entrada-exit.
           exit.

       1300-confere-saida.
           if tcp-status-saida not = "00"
              display "TSTCOPIA: erro ao criar " tcp-nome-teste
                      " - status " tcp-status-saida at 0710
              move 16 to return-code
              stop run
           end-if.
       1300-confere-saida-exit.
           exit.

       1400-rejeita.
           add 1 to tcp-ct-rejeitados(tcp-ind)
           add 1 to tcp-qtde-rejeitados.
       1400-rejeita-exit.
           exit.

      *-----------------------------------------------------------*
      * Entrada do sort: copia cada cliente mascarado e libera o   *
      * nome verdadeiro com a identidade falsa, para o casamento   *
      * com o ANIVERSARIOS.                                        *
      *-----------------------------------------------------------*
       2000-copia-clientes.
           open input cliente-mestre
           perform 1200-confere-entrada thru 1200-confere-entrada-exit
           if not tcp-entrada-ok
              go to 2000-copia-clientes-exit
           end-if
           open output cliente-teste
           perform 1300-confere-saida thru 1300-confere-saida-exit
           move low-values to cli-codigo
           start cliente-mestre key not less than cli-codigo
               invalid key
                   move "10" to tcp-status-entrada
           end-start
           perform 2010-copia-um-cliente thru 2010-copia-um-cliente-exit
               until tcp-status-entrada not = "00"
           close cliente-mestre cliente-teste.
       2000-copia-clientes-exit.
           exit.

       2010-copia-um-cliente.
           read cliente-mestre next record
               at end
                   move "10" to tcp-status-entrada
                   go to 2010-copia-um-cliente-exit
           end-read
           add 1 to tcp-ct-lidos(tcp-ind)
           move cli-codigo to tcp-codigo-base
           perform 9000-identidade-falsa thru 9000-identidade-falsa-exit
           move cli-registro to tcl-registro
           move spaces to tcl-nome
           string "CLIENTE TESTE " delimited by size
                  cli-codigo delimited by size
                  into tcl-nome
           end-string
           move tcp-dia-falso to tcl-dia
           move tcp-mes-falso to tcl-mes
           move tcp-ano-falso to tcl-ano
           move tcp-telefone-falso to tcl-telefone
           move tcp-salario-falso to tcl-salario
           move tcp-logradouro-falso to tcl-logradouro
           write tcl-registro
               invalid key
                   perform 1400-rejeita thru 1400-rejeita-exit
                   go to 2010-copia-um-cliente-exit
           end-write
           add 1 to tcp-ct-gravados(tcp-ind)
           add 1 to tcp-ct-mascarados(tcp-ind)
           move cli-nome to son-nome
           move tcl-nome to son-nome-falso
           move tcl-dia to son-dia
           move tcl-mes to son-mes
           move tcl-ano to son-ano
           release son-registro.
       2010-copia-um-cliente-exit.
           exit.

       3000-copia-vendedores.
           open input vendedor-mestre
           perform 1200-confere-entrada thru 1200-confere-entrada-exit
           if not tcp-entrada-ok
              go to 3000-copia-vendedores-exit
           end-if
           open output vendedor-teste
           perform 1300-confere-saida thru 1300-confere-saida-exit
           move low-values to vdr-codigo
           start vendedor-mestre key not less than vdr-codigo
               invalid key
                   move "10" to tcp-status-entrada
           end-start
           perform 3010-copia-um-vendedor
              thru 3010-copia-um-vendedor-exit
               until tcp-status-entrada not = "00"
           close vendedor-mestre vendedor-teste.
       3000-copia-vendedores-exit.
           exit.

       3010-copia-um-vendedor.
           read vendedor-mestre next record
               at end
                   move "10" to tcp-status-entrada
                   go to 3010-copia-um-vendedor-exit
           end-read
           add 1 to tcp-ct-lidos(tcp-ind)
           move vdr-registro to tvd-registro
           move spaces to tvd-nome
           string "VENDEDOR TESTE " delimited by size
                  vdr-codigo delimited by size
                  into tvd-nome
           end-string
           write tvd-registro
               invalid key
                   perform 1400-rejeita thru 1400-rejeita-exit
                   go to 3010-copia-um-vendedor-exit
           end-write
           add 1 to tcp-ct-gravados(tcp-ind)
           add 1 to tcp-ct-mascarados(tcp-ind).
       3010-copia-um-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * ANIVERSARIOS em ordem de nome casado com os clientes       *
      * ordenados (CLINOMES do ANIVCONF, aqui TCPNOMES): nome de   *
      * cliente recebe o nome e a data falsos do cliente; nome     *
      * sem cliente recebe identidade propria, numerada.           *
      *-----------------------------------------------------------*
       4000-copia-aniversarios.
           open input aniversario-mestre
           perform 1200-confere-entrada thru 1200-confere-entrada-exit
           if not tcp-entrada-ok
              go to 4000-copia-aniversarios-exit
           end-if
           open output aniversario-teste
           perform 1300-confere-saida thru 1300-confere-saida-exit
           open input clientes-por-nome
           if tcp-status-nomes not = "00"
              set tcp-cliente-esgotado to true
           else
              perform 4020-le-cliente-nome
                 thru 4020-le-cliente-nome-exit
           end-if
           move low-values to an-nome
           start aniversario-mestre key not less than an-nome
               invalid key
                   set tcp-aniv-esgotado to true
               not invalid key
                   perform 4010-le-aniversario
                      thru 4010-le-aniversario-exit
           end-start
           perform 4030-casa-nome thru 4030-casa-nome-exit
               until tcp-aniv-esgotado
           close aniversario-mestre aniversario-teste
           if tcp-status-nomes = "00" or "10"
              close clientes-por-nome
           end-if.
       4000-copia-aniversarios-exit.
           exit.

       4010-le-aniversario.
           read aniversario-mestre next record
               at end
                   set tcp-aniv-esgotado to true
               not at end
                   add 1 to tcp-ct-lidos(tcp-ind)
           end-read.
       4010-le-aniversario-exit.
           exit.

       4020-le-cliente-nome.
           read clientes-por-nome
               at end
                   set tcp-cliente-esgotado to true
           end-read.
       4020-le-cliente-nome-exit.
           exit.

       4030-casa-nome.
           if not tcp-cliente-esgotado
              and an-nome > cpn-nome
              perform 4020-le-cliente-nome
                 thru 4020-le-cliente-nome-exit
              go to 4030-casa-nome-exit
           end-if
           move an-registro to tan-registro
           if not tcp-cliente-esgotado
              and an-nome = cpn-nome
              add 1 to tcp-qtde-casados
              move cpn-nome-falso to tan-nome
              move cpn-dia to tan-dia
              move cpn-mes to tan-mes
              move cpn-ano to tan-ano
           else
              add 1 to tcp-qtde-sem-cliente
              move tcp-qtde-sem-cliente to tcp-codigo-base
              perform 9000-identidade-falsa
                 thru 9000-identidade-falsa-exit
              move spaces to tan-nome
              string "ANIVERSARIANTE TESTE " delimited by size
                     tcp-codigo-base delimited by size
                     into tan-nome
              end-string
              move tcp-dia-falso to tan-dia
              move tcp-mes-falso to tan-mes
              move tcp-ano-falso to tan-ano
           end-if
           write tan-registro
               invalid key
                   perform 1400-rejeita thru 1400-rejeita-exit
               not invalid key
                   add 1 to tcp-ct-gravados(tcp-ind)
                   add 1 to tcp-ct-mascarados(tcp-ind)
           end-write
           perform 4010-le-aniversario thru 4010-le-aniversario-exit.
       4030-casa-nome-exit.
           exit.

      *-----------------------------------------------------------*
      * Titulos a receber nao tem dado pessoal: copia integral.    *
      *-----------------------------------------------------------*
       5000-copia-contas.
           open input contas-receber
           perform 1200-confere-entrada thru 1200-confere-entrada-exit
           if not tcp-entrada-ok
              go to 5000-copia-contas-exit
           end-if
           open output contas-teste
           perform 1300-confere-saida thru 1300-confere-saida-exit
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to tcp-status-entrada
           end-start
           perform 5010-copia-um-titulo thru 5010-copia-um-titulo-exit
               until tcp-status-entrada not = "00"
           close contas-receber contas-teste.
       5000-copia-contas-exit.
           exit.

       5010-copia-um-titulo.
           read contas-receber next record
               at end
                   move "10" to tcp-status-entrada
                   go to 5010-copia-um-titulo-exit
           end-read
           add 1 to tcp-ct-lidos(tcp-ind)
           move cr-registro to tcr-registro
           write tcr-registro
               invalid key
                   perform 1400-rejeita thru 1400-rejeita-exit
               not invalid key
                   add 1 to tcp-ct-gravados(tcp-ind)
           end-write.
       5010-copia-um-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * VENDHIST e ONIBUS: codigos, valores e respostas da         *
      * pesquisa, sem nome nem contato - copia linha a linha.      *
      *-----------------------------------------------------------*
       6000-copia-sequencial.
           move tcp-nome-arquivo to tcp-nome-fonte
           open input arquivo-fonte
           perform 1200-confere-entrada thru 1200-confere-entrada-exit
           if not tcp-entrada-ok
              go to 6000-copia-sequencial-exit
           end-if
           open output arquivo-copia
           perform 1300-confere-saida thru 1300-confere-saida-exit
           perform 6010-copia-uma-linha thru 6010-copia-uma-linha-exit
               until tcp-status-entrada not = "00"
           close arquivo-fonte arquivo-copia.
       6000-copia-sequencial-exit.
           exit.

       6010-copia-uma-linha.
           read arquivo-fonte
               at end
                   move "10" to tcp-status-entrada
                   go to 6010-copia-uma-linha-exit
           end-read
           add 1 to tcp-ct-lidos(tcp-ind)
           write cop-linha from fon-linha
           add 1 to tcp-ct-gravados(tcp-ind).
       6010-copia-uma-linha-exit.
           exit.

      *-----------------------------------------------------------*
      * Contatos: a nota e texto livre (pode trazer nome ou        *
      * telefone) e sai substituida; o resto fica.                 *
      *-----------------------------------------------------------*
       7000-copia-contatos.
           open input contato-log
           perform 1200-confere-entrada thru 1200-confere-entrada-exit
           if not tcp-entrada-ok
              go to 7000-copia-contatos-exit
           end-if
           open output contato-teste
           perform 1300-confere-saida thru 1300-confere-saida-exit
           move low-values to ctt-chave
           start contato-log key not less than ctt-chave
               invalid key
                   move "10" to tcp-status-entrada
           end-start
           perform 7010-copia-um-contato thru 7010-copia-um-contato-exit
               until tcp-status-entrada not = "00"
           close contato-log contato-teste.
       7000-copia-contatos-exit.
           exit.

       7010-copia-um-contato.
           read contato-log next record
               at end
                   move "10" to tcp-status-entrada
                   go to 7010-copia-um-contato-exit
           end-read
           add 1 to tcp-ct-lidos(tcp-ind)
           move ctt-registro to tct-registro
           if ctt-nota not = spaces
              move tcp-nota-falsa to tct-nota
              add 1 to tcp-ct-mascarados(tcp-ind)
           end-if
           write tct-registro
               invalid key
                   perform 1400-rejeita thru 1400-rejeita-exit
               not invalid key
                   add 1 to tcp-ct-gravados(tcp-ind)
           end-write.
       7010-copia-um-contato-exit.
           exit.

       8000-imprime-controle.
           perform 8010-linha-arquivo thru 8010-linha-arquivo-exit
               varying tcp-ind from 1 by 1
               until tcp-ind > 7
           move "ANIVERSARIOS CASADOS COM CLIENTE:" to lcc-descricao
           move tcp-qtde-casados to lcc-quantidade
           write linha-relatorio from linha-conta-copia
               after advancing 2 lines
           move "ANIVERSARIOS SEM CLIENTE:" to lcc-descricao
           move tcp-qtde-sem-cliente to lcc-quantidade
           write linha-relatorio from linha-conta-copia
               after advancing 1 line
           move "REGISTROS REJEITADOS NA COPIA:" to lcc-descricao
           move tcp-qtde-rejeitados to lcc-quantidade
           write linha-relatorio from linha-conta-copia
               after advancing 1 line.
       8000-imprime-controle-exit.
           exit.

       8010-linha-arquivo.
           move tcp-ct-arquivo(tcp-ind) to lct-arquivo
           move tcp-ct-situacao(tcp-ind) to lct-situacao
           move tcp-ct-lidos(tcp-ind) to lct-lidos
           move tcp-ct-gravados(tcp-ind) to lct-gravados
           move tcp-ct-mascarados(tcp-ind) to lct-mascarados
           move tcp-ct-rejeitados(tcp-ind) to lct-rejeitados
           write linha-relatorio from linha-controle
               after advancing 1 line.
       8010-linha-arquivo-exit.
           exit.

      *-----------------------------------------------------------*
      * Identidade falsa a partir de TCP-CODIGO-BASE: nascimento   *
      * entre 1950 e 1999, telefone de DDD 99 unico pelo codigo    *
      * (chave alternada do CLIENTE), logradouro e salario de      *
      * teste.                                                     *
      *-----------------------------------------------------------*
       9000-identidade-falsa.
           divide tcp-codigo-base by 28 giving tcp-quociente
               remainder tcp-resto
           compute tcp-dia-falso = tcp-resto + 1
           divide tcp-codigo-base by 12 giving tcp-quociente
               remainder tcp-resto
           compute tcp-mes-falso = tcp-resto + 1
           divide tcp-codigo-base by 50 giving tcp-quociente
               remainder tcp-resto
           compute tcp-ano-falso = 1950 + tcp-resto
           divide tcp-codigo-base by 40 giving tcp-quociente
               remainder tcp-resto
           compute tcp-salario-falso = 1200 + (tcp-resto * 125)
           move spaces to tcp-telefone-falso
           string "999000" delimited by size
                  tcp-codigo-base delimited by size
                  into tcp-telefone-falso
           end-string
           move spaces to tcp-logradouro-falso
           string "RUA DE TESTE, " delimited by size
                  tcp-codigo-base delimited by size
                  into tcp-logradouro-falso
           end-string.
       9000-identidade-falsa-exit.
           exit.
