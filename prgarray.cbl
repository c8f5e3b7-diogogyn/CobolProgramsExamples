      *                    alteracao e exibido na consulta.  A      *
      *                    critica de vendas recusa a venda que     *
      *                    estourar o limite.                       *
      * 15/10/2026 EQP     Carteira do cliente (opcao 7): vendedor  *
      *                    dono com data efetiva, historico em      *
      *                    CLICARTE.DAT aplicado na hora quando a   *
      *                    data ja chegou (futura fica para o       *
      *                    CARTAPL), sob trava e com auditoria;     *
      *                    consulta exibe o dono.                   *
      * 15/10/2026 EQP     Consentimento de contato de marketing    *
      *                    (opcao 8): por canal (correio, telefone, *
      *                    SMS) em CONSENT.DAT, com data e operador *
      *                    da sessao; os programas de contato pulam *
      *                    quem nao autorizou o canal.              *
      * 15/10/2026 EQP     CPF/CNPJ do cliente na inclusao e na     *
      *                    alteracao, validado pelos digitos        *
      *                    verificadores (DOCVAL) e unico entre     *
      *                    clientes pela chave alternativa de       *
      *                    CLIDOC.DAT; consulta exibe e exclusao    *
      *                    apaga o documento.                       *
      * 15/10/2026 EQP     Janela noturna (JANPROC): aviso no menu  *
      *                    e conferencia antes de incluir, alterar, *
      *                    excluir ou trocar a carteira do cliente; *
      *                    fechada, so o nivel 3 sobrepoe, com      *
      *                    motivo registrado em JANLOG.             *
      * 15/10/2026 EQP     Salario e limite de credito mascarados   *
      *                    na consulta e na listagem abaixo do      *
      *                    nivel exigido na tabela CAMPSENS         *
      *                    (CAMPMASC); exibicao sem mascara na tela *
      *                    registrada em CAMPVIS.                   *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      * 15/10/2026 EQP     Cada registro do CLIAUDIT e descarregado *
      *                    logo apos a gravacao (fecha e reabre     *
      *                    EXTEND), para outra sessao simultanea    *
      *                    encadear a partir dele.                  *
      * 15/10/2026 EQP     Resumo salarial mascara os totais de     *
      *                    salario por filial e a media para        *
      *                    operador sem acesso ao CLI-SALARIO       *
      *                    (CAMPMASC). Na alteracao, o CPF/CNPJ     *
      *                    passa a ser digitado na linha 19, sem    *
      *                    apagar o rotulo da UF.                   *
      * 15/10/2026 EQP     O encadeamento do diario de auditoria    *
      *                    usa a funcao "O" da ENCADEIA (sessao de  *
      *                    terminal: ultimo elo relido a cada       *
      *                    gravacao).                               *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is ctt-chave
               file status is ws-contato-status.

           select carteira-arq assign to "CLICARTE"
               organization is indexed
               access mode is dynamic
               record key is crt-chave
               file status is ws-carteira-status.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is ws-vendedor-status.

           select consentimento-arq assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is cns-chave
               file status is ws-consent-status.

           select documento-arq assign to "CLIDOC"
               organization is indexed
               access mode is dynamic
               record key is doc-cliente
               alternate record key is doc-identificacao
                   with duplicates
               file status is ws-clidoc-status.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  contato-log.
           copy CONTREC.

       fd  carteira-arq.
           copy CARTREC.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  consentimento-arq.
           copy CONSREC.

       fd  documento-arq.
           copy CLIDOC.

       working-storage section.

       77  ws-cliente-status    pic x(02) value spaces.
       77  ws-fim-ordenacao     pic x value "N".
       77  ws-audit-status      pic x(02) value spaces.
       77  ws-hora-atual        pic 9(008) value zeros.
       77  arr-ec-funcao        pic x(01) value "O".
       77  arr-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  arr-ec-morto         pic x(20) value "CLIAUDARCH".
       77  arr-ec-tamanho       pic 9(03) value 328.

       01  cabecalho-relatorio.
           05  filler                pic x(21) value
           88  arr-cf-moeda-real       value "BRL".
       77  arr-cf-valor-editado pic x(017) value spaces.

      *-----------------------------------------------------------*
      * Campos sensiveis (CAMPMASC/CAMPSENS.DAT): salario e limite *
      * saem mascarados na consulta e na listagem para operador    *
      * abaixo do nivel exigido; na tela, cada exibicao sem        *
      * mascara fica registrada.                                   *
      *-----------------------------------------------------------*
       77  arr-cm-funcao        pic x(001) value spaces.
       77  arr-cm-campo         pic x(030) value spaces.
       77  arr-cm-programa      pic x(008) value "ARRAYS".
       77  arr-cm-chave         pic x(020) value spaces.
       77  arr-cm-resultado     pic x(001) value spaces.
           88  arr-cm-mostra           value "S".
       77  arr-cm-salario-lista pic x(001) value "S".
           88  arr-cm-lista-salario    value "S".
       77  arr-cm-mascara       pic x(017) value "*****************".

       01  cabecalho-aniversario.
           05  filler                pic x(25) value
                                          "ANIVERSARIANTES DO MES".
                                          "SALARIO MEDIO:".
           05  filler                pic x(02) value spaces.
           05  rm-media              pic z.zzz.zzz,99.
           05  rm-media-mascara redefines rm-media
                                     pic x(12).

       77  ws-qtde-total-sal    pic 9(05) value zeros.
       77  ws-qtde-faixa-baixa  pic 9(05) value zeros.
           05  lrf-qtde              pic zzzz9.
           05  filler                pic x(11) value "  SALARIOS ".
           05  lrf-salarios          pic zzz.zzz.zz9,99.
           05  lrf-salarios-mascara redefines lrf-salarios
                                     pic x(14).
       77  ws-total-salarios    pic 9(09)v99 value zeros.
       77  ws-media-salarial    pic 9(07)v99 value zeros.

       77  ws-terminal-sessao   pic x(08) value "ARRAYS01".
       77  ws-nivel-sessao      pic 9(01) value 1.

      *-----------------------------------------------------------*
      * Janela noturna (JANPROC): aviso no menu e conferencia      *
      * antes de cada gravacao no mestre de clientes.              *
      *-----------------------------------------------------------*
       copy JANWS.

       77  ws-data-real         pic 9(08) value zeros.
       77  ws-data-negocio      pic 9(08) value zeros.
       01  linha-datas-proc.
           88  trava-obtida            value "S".
       77  ws-lk-confirma       pic x(01) value spaces.
           88  toma-trava              value "S" "s".
      *-----------------------------------------------------------*
      * Carteira do cliente: vendedor dono com data efetiva,       *
      * historico em CLICARTE; o vendedor e conferido no mestre    *
      * quando ele esta disponivel.                                *
      *-----------------------------------------------------------*
       77  ws-carteira-status   pic x(02) value spaces.
       77  ws-vendedor-status   pic x(02) value spaces.
       77  ws-tem-vendedor      pic x value "N".
           88  mestre-vendedor-ok      value "S".
       77  ws-dono-atual        pic 9(05) value zeros.
       77  ws-dono-novo         pic 9(05) value zeros.
       77  ws-data-efetiva      pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Consentimento de contato de marketing por canal (CONSENT): *
      * correio, telefone e SMS, com data e operador da sessao.    *
      *-----------------------------------------------------------*
       77  ws-consent-status    pic x(02) value spaces.
       77  ws-cns-canal         pic x(01) value spaces.
       77  ws-cns-descricao     pic x(10) value spaces.
       77  ws-cns-tela          pic 9(04) value zeros.
       77  ws-cns-tela-novo     pic 9(04) value zeros.
       77  ws-cns-novo          pic x(01) value spaces.
           88  cns-novo-valido         value "S" "N".
           88  cns-mantem              value space.
       77  ws-cns-existe        pic x(01) value "N".
           88  cns-registro-existe     value "S".
       77  ws-cns-atual         pic x(40) value spaces.

      *-----------------------------------------------------------*
      * CPF/CNPJ do cliente (CLIDOC), validado pela DOCVAL e unico *
      * entre os clientes pela chave alternativa.                  *
      *-----------------------------------------------------------*
       77  ws-clidoc-status     pic x(02) value spaces.
       77  ws-doc-entrada       pic x(18) value spaces.
       77  ws-doc-tela          pic 9(04) value 1756.
       01  ws-doc-identificacao.
           05  ws-doc-tipo           pic x(01) value space.
           05  ws-doc-numero         pic x(14) value spaces.
       77  ws-doc-status        pic x(01) value spaces.
           88  documento-valido        value "0".
           88  documento-em-branco     value "2".
       77  ws-doc-atual         pic x(15) value spaces.
       77  ws-doc-duplicado     pic x(01) value "N".
           88  documento-duplicado     value "S".
       77  ws-doc-dono          pic 9(05) value zeros.
       77  ws-doc-existe        pic x(01) value "N".
           88  documento-existe        value "S".

       77  entra                pic x value spaces.
       77  resposta-continua    pic x value "S".
           88  continua-incluindo      value "S" "s".
           if tabela-municipio-ok
              close municipio-mestre
           end-if
           if mestre-vendedor-ok
              close vendedor-mestre
           end-if
           close cliente-mestre cliaudit-log contato-log carteira-arq
                 consentimento-arq documento-arq
           stop run.

      *-----------------------------------------------------------*
           display "4 - Excluir cliente"              at 0810
           display "5 - Relatorios"                   at 0910
           display "6 - Contatos com o cliente"       at 1010
           display "7 - Carteira (vendedor dono)"     at 1110
           display "8 - Consentimento de contato"     at 1210
           display "0 - Encerrar"                     at 1310
           display "Opcao: "                          at 1410
           perform 8810-AVISA-JANELA thru 8810-AVISA-JANELA-EXIT
           accept ws-opcao-principal at 1418
           evaluate ws-opcao-principal
               when "1"
                   move "S" to resposta-continua
                   perform 2700-menu-contatos
                      thru 2700-menu-contatos-exit
                       until contato-opcao-sair
               when "7"
                   perform 2800-atribuir-carteira
                      thru 2800-atribuir-carteira-exit
               when "8"
                   perform 2850-consentimentos
                      thru 2850-consentimentos-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1510
                   perform 2150-espera-operador
                      thru 2150-espera-operador-exit
           end-evaluate.
                                   ws-contato-status ws-err-paragrafo
              end-call
           end-if
           open i-o carteira-arq
           if ws-carteira-status = "35"
              open output carteira-arq
              close carteira-arq
              open i-o carteira-arq
           end-if
           if ws-carteira-status not = "00"
              move "CLICARTE" to ws-err-arquivo
              move "1000-ABRIR-MESTRE" to ws-err-paragrafo
              call "FILERR" using ws-err-programa ws-err-arquivo
                                   ws-carteira-status ws-err-paragrafo
              end-call
           end-if
           open input vendedor-mestre
           if ws-vendedor-status = "00"
              move "S" to ws-tem-vendedor
           end-if
           open i-o consentimento-arq
           if ws-consent-status = "35"
              open output consentimento-arq
              close consentimento-arq
              open i-o consentimento-arq
           end-if
           if ws-consent-status not = "00"
              move "CONSENT" to ws-err-arquivo
              move "1000-ABRIR-MESTRE" to ws-err-paragrafo
              call "FILERR" using ws-err-programa ws-err-arquivo
                                   ws-consent-status ws-err-paragrafo
              end-call
           end-if
           open i-o documento-arq
           if ws-clidoc-status = "35"
              open output documento-arq
              close documento-arq
              open i-o documento-arq
           end-if
           if ws-clidoc-status not = "00"
              move "CLIDOC" to ws-err-arquivo
              move "1000-ABRIR-MESTRE" to ws-err-paragrafo
              call "FILERR" using ws-err-programa ws-err-arquivo
                                   ws-clidoc-status ws-err-paragrafo
              end-call
           end-if
           perform 1010-obter-ultimo-codigo
              thru 1010-obter-ultimo-codigo-exit
           perform 1020-le-sessao thru 1020-le-sessao-exit.
                      move ses-nivel to ws-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           move "ARRAYS" to JNL-PROGRAMA
           move ws-terminal-sessao to JNL-OPERADOR
           move ws-nivel-sessao to JNL-NIVEL.
       1020-le-sessao-exit.
           exit.

           display "cidade     : " at 1510
           display "uf         : " at 1610
           display "cep        : " at 1710
           display "cpf/cnpj : " at 1745
           accept filialm at 0922
           accept nomem at 1022
           perform 2040-aceita-aniversario
              display "Ja existe cliente com este telefone." at 1810
              go to 2000-incluir-clientes
           end-if
           move ultimo-codigo to ws-codigo-trabalho
           move spaces to ws-doc-atual
           move 1756 to ws-doc-tela
           perform 2068-aceita-documento
              thru 2068-aceita-documento-exit
           if documento-duplicado
              display "CPF/CNPJ ja usado pelo cliente " ws-doc-dono
                  at 1810
              go to 2000-incluir-clientes
           end-if
           accept salariom at 1322
           perform 2062-aceita-endereco thru 2062-aceita-endereco-exit
           display "limite cr. : " at 0935
           move "A"         to cli-situacao
           move filialm     to cli-filial
           move limitem     to cli-limite-credito
           move zeros       to cli-vendedor
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Inclusao nao gravada." at 1810
              display "Incluir outro cliente [s/n]? " at 2010
              accept resposta-continua at 2045
              go to 2000-incluir-clientes-exit
           end-if
           write cli-registro
               invalid key
                   display "Erro ao gravar cliente " cli-codigo
                   move cli-registro to ws-imagem-depois
                   perform 2090-grava-auditoria
                      thru 2090-grava-auditoria-exit
                   perform 2095-grava-documento
                      thru 2095-grava-documento-exit
           end-write
           display "Cliente " ultimo-codigo " gravado." at 1810
           display "Incluir outro cliente [s/n]? " at 2010
           display "Aniversario: " cli-dia "/" cli-mes "/" cli-ano
                                                     at 0910
           display "Telefone   : " cli-telefone      at 1010
           move "CLI-SALARIO" to arr-cm-campo
           perform 2110-confere-campo thru 2110-confere-campo-exit
           if arr-cm-mostra
              move cli-salario to arr-cf-valor
              call "CURRFMT" using arr-cf-valor arr-cf-moeda
                                    arr-cf-valor-editado
           else
              move arr-cm-mascara to arr-cf-valor-editado
           end-if
           display "Salario    : " arr-cf-valor-editado at 1110
           display "Endereco   : " cli-logradouro       at 1210
           display "Cidade/UF  : " cli-cidade " " cli-uf at 1310
           display "CEP        : " cli-cep              at 1410
           display "Filial     : " cli-filial           at 1510
           move "CLI-LIMITE-CREDITO" to arr-cm-campo
           perform 2110-confere-campo thru 2110-confere-campo-exit
           if arr-cm-mostra
              display "Limite cr. : " cli-limite-credito   at 1610
           else
              display "Limite cr. : " arr-cm-mascara       at 1610
           end-if
           if cli-vendedor is not numeric
              move zeros to cli-vendedor
           end-if
           display "Carteira   : " cli-vendedor         at 1710
           move cli-codigo to doc-cliente
           read documento-arq
               invalid key
                   display "CPF/CNPJ   : nao informado"     at 1810
               not invalid key
                   display "CPF/CNPJ   : " doc-numero       at 1810
           end-read
           perform 2150-espera-operador
              thru 2150-espera-operador-exit.
       2100-consultar-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Confere o campo sensivel em ARR-CM-CAMPO para o nivel da   *
      * sessao; mostrado sem mascara, a exibicao fica registrada.  *
      *-----------------------------------------------------------*
       2110-confere-campo.
           move "T" to arr-cm-funcao
           move cli-codigo to arr-cm-chave
           call "CAMPMASC" using arr-cm-funcao arr-cm-campo
                                  ws-nivel-sessao arr-cm-programa
                                  ws-terminal-sessao arr-cm-chave
                                  arr-cm-resultado
           end-call.
       2110-confere-campo-exit.
           exit.

       2150-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
           display "cidade     : " at 1510
           display "uf         : " at 1610
           display "cep        : " at 1710
           move ws-codigo-trabalho to doc-cliente
           move spaces to ws-doc-atual
           move 1940 to ws-doc-tela
           read documento-arq
               invalid key
                   display "cpf/cnpj   : " at 1910
               not invalid key
                   move doc-identificacao to ws-doc-atual
                   display "Documento atual " doc-numero at 1910
                   display "(branco mantem)" at 1960
           end-read
           accept filialm at 0922
           accept nomem at 1022
           perform 2040-aceita-aniversario
                 thru 2150-espera-operador-exit
              go to 2200-alterar-cliente
           end-if
           perform 2068-aceita-documento
              thru 2068-aceita-documento-exit
           if documento-duplicado
              display "CPF/CNPJ ja usado pelo cliente " ws-doc-dono
                  at 1810
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              perform 2085-destrava-cliente
                 thru 2085-destrava-cliente-exit
              go to 2200-alterar-cliente
           end-if
           accept salariom at 1322
           perform 2062-aceita-endereco thru 2062-aceita-endereco-exit
           display "limite cr. : " at 0935
           move situacaom   to cli-situacao
           move filialm     to cli-filial
           move limitem     to cli-limite-credito
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Alteracao nao gravada." at 1810
              perform 2085-destrava-cliente
                 thru 2085-destrava-cliente-exit
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              go to 2200-alterar-cliente-exit
           end-if
           rewrite cli-registro
               invalid key
                   display "Erro ao alterar cliente " cli-codigo
                   move cli-registro to ws-imagem-depois
                   perform 2090-grava-auditoria
                      thru 2090-grava-auditoria-exit
                   perform 2095-grava-documento
                      thru 2095-grava-documento-exit
                   display "Cliente " cli-codigo " alterado." at 1810
           end-rewrite
           perform 2085-destrava-cliente
                 thru 2150-espera-operador-exit
              go to 2300-excluir-cliente-exit
           end-if
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Exclusao cancelada." at 1110
              perform 2085-destrava-cliente
                 thru 2085-destrava-cliente-exit
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              go to 2300-excluir-cliente-exit
           end-if
           delete cliente-mestre record
               invalid key
                   display "Erro ao excluir cliente " cli-codigo
                   move spaces to ws-imagem-depois
                   perform 2090-grava-auditoria
                      thru 2090-grava-auditoria-exit
                   move ws-codigo-trabalho to doc-cliente
                   delete documento-arq record
                       invalid key
                           continue
                   end-delete
                   display "Cliente excluido." at 1110
           end-delete
           perform 2085-destrava-cliente
       2070-verifica-duplicidade-exit.
           exit.

      *-----------------------------------------------------------*
      * CPF/CNPJ: aceito com ou sem mascara e validado pelos       *
      * digitos verificadores (DOCVAL) ate vir certo.  Na inclusao *
      * e obrigatorio; na alteracao, branco mantem o documento     *
      * atual (WS-DOC-ATUAL).  Documento de outro cliente recusa a *
      * operacao (WS-DOC-DONO devolve quem o usa).  WS-DOC-TELA e  *
      * a posicao do campo na tela de quem chama.                  *
      *-----------------------------------------------------------*
       2068-aceita-documento.
           move "N" to ws-doc-duplicado
           move spaces to ws-doc-entrada
           accept ws-doc-entrada at ws-doc-tela
           call "DOCVAL" using ws-doc-entrada ws-doc-tipo
                                ws-doc-numero ws-doc-status
           end-call
           if documento-em-branco and ws-doc-atual not = spaces
              move ws-doc-atual to ws-doc-identificacao
              go to 2068-aceita-documento-exit
           end-if
           if not documento-valido
              display "CPF/CNPJ invalido - redigite." at 1810
              go to 2068-aceita-documento
           end-if
           display spaces at 1810
           perform 2069-verifica-documento
              thru 2069-verifica-documento-exit.
       2068-aceita-documento-exit.
           exit.

       2069-verifica-documento.
           move ws-doc-identificacao to doc-identificacao
           start documento-arq key = doc-identificacao
               invalid key
                   go to 2069-verifica-documento-exit
           end-start
           move "00" to ws-clidoc-status
           perform 2071-compara-documento
              thru 2071-compara-documento-exit
               until ws-clidoc-status not = "00"
                  or documento-duplicado.
       2069-verifica-documento-exit.
           exit.

       2071-compara-documento.
           read documento-arq next record
               at end
                   move "10" to ws-clidoc-status
                   go to 2071-compara-documento-exit
           end-read
           if doc-identificacao not = ws-doc-identificacao
              move "10" to ws-clidoc-status
              go to 2071-compara-documento-exit
           end-if
           if doc-cliente not = ws-codigo-trabalho
              move "S" to ws-doc-duplicado
              move doc-cliente to ws-doc-dono
           end-if.
       2071-compara-documento-exit.
           exit.

      *-----------------------------------------------------------*
      * Trava o cliente em manutencao pela RECLOCK: registro em    *
      * uso por outro operador avisa quem o detem; a gerencia      *
           move ws-operacao-aud to aud-operacao
           move ws-imagem-antes  to aud-imagem-antes
           move ws-imagem-depois to aud-imagem-depois
           call "ENCADEIA" using arr-ec-funcao arr-ec-arquivo
                                 arr-ec-morto aud-registro
                                 arr-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro
      *    descarrega o registro: a proxima sessao que gravar o
      *    diario encadeia a partir dele
           close cliaudit-log
           open extend cliaudit-log.
       2090-grava-auditoria-exit.
           exit.

      *-----------------------------------------------------------*
      * Grava o CPF/CNPJ aceito em CLIDOC para o cliente gravado   *
      * (inclui ou regrava), com a data e o operador da sessao.    *
      *-----------------------------------------------------------*
       2095-grava-documento.
           if ws-doc-identificacao = spaces
              go to 2095-grava-documento-exit
           end-if
           move cli-codigo to doc-cliente
           read documento-arq
               invalid key
                   move "N" to ws-doc-existe
               not invalid key
                   move "S" to ws-doc-existe
           end-read
           if documento-existe
              and doc-identificacao = ws-doc-identificacao
              go to 2095-grava-documento-exit
           end-if
           move cli-codigo to doc-cliente
           move ws-doc-identificacao to doc-identificacao
           accept data-sistema from date yyyymmdd
           move data-sistema to doc-data
           move ws-terminal-sessao to doc-operador
           if documento-existe
              rewrite doc-registro
                  invalid key
                      display "Erro ao gravar CPF/CNPJ." at 1910
              end-rewrite
           else
              write doc-registro
                  invalid key
                      display "Erro ao gravar CPF/CNPJ." at 1910
              end-write
           end-if.
       2095-grava-documento-exit.
           exit.

      *-----------------------------------------------------------*
      * Carteira do cliente com data efetiva: grava o historico    *
      * em CLICARTE e, quando a data ja chegou, aplica o dono novo *
      * ao mestre na hora (com auditoria); data futura fica        *
      * pendente para o CARTAPL aplicar.  Dono zero tira o cliente *
      * da carteira.                                               *
      *-----------------------------------------------------------*
       2800-atribuir-carteira.
           display erase
           display "CARTEIRA DO CLIENTE" at 0310
           display "Codigo do cliente: " at 0510
           accept ws-codigo-trabalho at 0530
           move ws-codigo-trabalho to cli-codigo
           read cliente-mestre
               invalid key
                   display "Cliente nao encontrado." at 0910
                   perform 2150-espera-operador
                      thru 2150-espera-operador-exit
                   go to 2800-atribuir-carteira-exit
           end-read
           perform 2080-trava-cliente thru 2080-trava-cliente-exit
           if not trava-obtida
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              go to 2800-atribuir-carteira-exit
           end-if
           move cli-registro to ws-imagem-antes
           if cli-vendedor is not numeric
              move zeros to cli-vendedor
           end-if
           move cli-vendedor to ws-dono-atual
           display "Cliente      : " cli-nome at 0610
           display "Dono atual   : " ws-dono-atual at 0710
           display "Dono novo    : " at 0810
           accept ws-dono-novo at 0826
           if ws-dono-novo = ws-dono-atual
              display "Dono novo igual ao atual." at 1310
              perform 2085-destrava-cliente
                 thru 2085-destrava-cliente-exit
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              go to 2800-atribuir-carteira-exit
           end-if
           if ws-dono-novo > zeros and mestre-vendedor-ok
              move ws-dono-novo to vdr-codigo
              read vendedor-mestre
                  invalid key
                      display "Vendedor inexistente no mestre."
                          at 1310
                      perform 2085-destrava-cliente
                         thru 2085-destrava-cliente-exit
                      perform 2150-espera-operador
                         thru 2150-espera-operador-exit
                      go to 2800-atribuir-carteira-exit
              end-read
              if vdr-desligado
                 display "Vendedor desligado." at 1310
                 perform 2085-destrava-cliente
                    thru 2085-destrava-cliente-exit
                 perform 2150-espera-operador
                    thru 2150-espera-operador-exit
                 go to 2800-atribuir-carteira-exit
              end-if
           end-if
           display "Data efetiva (AAAAMMDD): " at 0910
           accept ws-data-efetiva at 0936
           if ws-data-efetiva = zeros
              display "Informe a data efetiva." at 1310
              perform 2085-destrava-cliente
                 thru 2085-destrava-cliente-exit
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              go to 2800-atribuir-carteira-exit
           end-if
           move ws-codigo-trabalho to crt-cliente
           move ws-data-efetiva to crt-data-efetiva
           move ws-dono-atual to crt-vendedor-anterior
           move ws-dono-novo to crt-vendedor-novo
           move ws-terminal-sessao to crt-operador
           accept data-sistema from date yyyymmdd
           move data-sistema to crt-data-lancamento
           move "P" to crt-situacao
           perform 8800-VERIFICA-JANELA thru 8800-VERIFICA-JANELA-EXIT
           if JNL-ATUALIZACAO-RECUSADA
              display "Atribuicao nao gravada." at 1310
              perform 2085-destrava-cliente
                 thru 2085-destrava-cliente-exit
              perform 2150-espera-operador
                 thru 2150-espera-operador-exit
              go to 2800-atribuir-carteira-exit
           end-if
           write crt-registro
               invalid key
                   display "Ja ha atribuicao nesta data." at 1310
                   perform 2085-destrava-cliente
                      thru 2085-destrava-cliente-exit
                   perform 2150-espera-operador
                      thru 2150-espera-operador-exit
                   go to 2800-atribuir-carteira-exit
           end-write
           call "BUSDATE" using ws-data-real ws-data-negocio
           end-call
           if ws-data-efetiva not > ws-data-negocio
              move ws-dono-novo to cli-vendedor
              rewrite cli-registro
                  invalid key
                      display "Erro ao alterar cliente " cli-codigo
                              " status " ws-cliente-status at 1310
                  not invalid key
                      move "A" to ws-operacao-aud
                      move cli-registro to ws-imagem-depois
                      perform 2090-grava-auditoria
                         thru 2090-grava-auditoria-exit
                      move "A" to crt-situacao
                      rewrite crt-registro
                      display "Carteira atualizada." at 1310
              end-rewrite
           else
              display "Atribuicao lancada - sera aplicada na "
                      "data efetiva." at 1310
           end-if
           perform 2085-destrava-cliente
              thru 2085-destrava-cliente-exit
           perform 2150-espera-operador
              thru 2150-espera-operador-exit.
       2800-atribuir-carteira-exit.
           exit.

      *-----------------------------------------------------------*
      * Consentimento de contato de marketing: para cada canal     *
      * (correio, telefone, SMS) mostra a situacao registrada e    *
      * aceita S (autoriza), N (recusa) ou branco (mantem).  Cada  *
      * mudanca grava a data e o operador da sessao.  Cliente sem  *
      * registro no canal nao recebe contato por ele.              *
      *-----------------------------------------------------------*
       2850-consentimentos.
           display erase
           display "CONSENTIMENTO DE CONTATO" at 0310
           display "Codigo do cliente: " at 0510
           accept ws-codigo-trabalho at 0530
           move ws-codigo-trabalho to cli-codigo
           read cliente-mestre
               invalid key
                   display "Cliente nao encontrado." at 0910
                   perform 2150-espera-operador
                      thru 2150-espera-operador-exit
                   go to 2850-consentimentos-exit
           end-read
           display "Cliente      : " cli-nome at 0610
           display "CANAL      SITUACAO REGISTRADA" at 0810
           display "NOVA (S/N, BRANCO MANTEM)" at 0855
           move "C" to ws-cns-canal
           move "CORREIO" to ws-cns-descricao
           move 0910 to ws-cns-tela
           move 0965 to ws-cns-tela-novo
           perform 2860-consentimento-canal
              thru 2860-consentimento-canal-exit
           move "T" to ws-cns-canal
           move "TELEFONE" to ws-cns-descricao
           move 1010 to ws-cns-tela
           move 1065 to ws-cns-tela-novo
           perform 2860-consentimento-canal
              thru 2860-consentimento-canal-exit
           move "S" to ws-cns-canal
           move "SMS" to ws-cns-descricao
           move 1110 to ws-cns-tela
           move 1165 to ws-cns-tela-novo
           perform 2860-consentimento-canal
              thru 2860-consentimento-canal-exit
           display "Consentimentos atualizados." at 1310
           perform 2150-espera-operador
              thru 2150-espera-operador-exit.
       2850-consentimentos-exit.
           exit.

       2860-consentimento-canal.
           move "N" to ws-cns-existe
           move ws-codigo-trabalho to cns-cliente
           move ws-cns-canal to cns-canal
           move "SEM REGISTRO" to ws-cns-atual
           read consentimento-arq
               invalid key
                   continue
               not invalid key
                   move "S" to ws-cns-existe
                   move spaces to ws-cns-atual
                   if cns-autorizado
                      string "AUTORIZADO " delimited by size
                             cns-data delimited by size
                             " " delimited by size
                             cns-operador delimited by size
                             into ws-cns-atual
                      end-string
                   else
                      string "RECUSADO   " delimited by size
                             cns-data delimited by size
                             " " delimited by size
                             cns-operador delimited by size
                             into ws-cns-atual
                      end-string
                   end-if
           end-read
           display ws-cns-descricao at ws-cns-tela
           add 11 to ws-cns-tela
           display ws-cns-atual at ws-cns-tela
           move spaces to ws-cns-novo
           accept ws-cns-novo at ws-cns-tela-novo
           if ws-cns-novo = "s"
              move "S" to ws-cns-novo
           end-if
           if ws-cns-novo = "n"
              move "N" to ws-cns-novo
           end-if
           if not cns-novo-valido
              go to 2860-consentimento-canal-exit
           end-if
           if cns-registro-existe and cns-situacao = ws-cns-novo
              go to 2860-consentimento-canal-exit
           end-if
           move ws-codigo-trabalho to cns-cliente
           move ws-cns-canal to cns-canal
           move ws-cns-novo to cns-situacao
           accept data-sistema from date yyyymmdd
           move data-sistema to cns-data
           move ws-terminal-sessao to cns-operador
           if cns-registro-existe
              rewrite cns-registro
                  invalid key
                      display "Erro ao gravar consentimento."
                          at 1310
              end-rewrite
           else
              write cns-registro
                  invalid key
                      display "Erro ao gravar consentimento."
                          at 1310
              end-write
           end-if.
       2860-consentimento-canal-exit.
           exit.

      *-----------------------------------------------------------*
      * Menu de relatorios, apresentado apos o cadastro de         *
      * clientes ate o operador escolher encerrar (opcao 0).       *
      * com cabecalho e quebra de pagina (CLIENTE.RPT).            *
      *-----------------------------------------------------------*
       3000-listar-clientes.
           move "C" to arr-cm-funcao
           move "CLI-SALARIO" to arr-cm-campo
           move spaces to arr-cm-chave
           call "CAMPMASC" using arr-cm-funcao arr-cm-campo
                                  ws-nivel-sessao arr-cm-programa
                                  ws-terminal-sessao arr-cm-chave
                                  arr-cm-salario-lista
           end-call
           move "CLILIST " to ws-rpt-base
           perform 2950-gera-nome-relatorio
              thru 2950-gera-nome-relatorio-exit
                   move scl-codigo   to ld-codigo
                   move scl-nome     to ld-nome
                   move scl-telefone to ld-telefone
                   if arr-cm-lista-salario
                      move scl-salario  to arr-cf-valor
                      call "CURRFMT" using arr-cf-valor arr-cf-moeda
                                            arr-cf-valor-editado
                      move arr-cf-valor-editado to ld-salario
                   else
                      move arr-cm-mascara to ld-salario
                   end-if
                   write linha-relatorio from linha-detalhe
                   move scl-logradouro to lde-logradouro
                   move scl-cidade     to lde-cidade
      *-----------------------------------------------------------*
      * Resumo de faixas salariais: conta clientes ate R$ 2.000,   *
      * de R$ 2.000,01 a 5.000,00 e acima de R$ 5.000, e apura a   *
      * media salarial (CLIENTE.RPT).  Os totais de salario por    *
      * filial e a media saem mascarados, como na listagem, para   *
      * operador sem acesso ao CLI-SALARIO.                        *
      *-----------------------------------------------------------*
       5000-resumo-salarial.
           move zeros to ws-qtde-total-sal ws-qtde-faixa-baixa
                          ws-qtde-ativos ws-qtde-inativos
                          ws-qtde-bloqueados
                          ws-total-salarios ws-media-salarial
           move "C" to arr-cm-funcao
           move "CLI-SALARIO" to arr-cm-campo
           move spaces to arr-cm-chave
           call "CAMPMASC" using arr-cm-funcao arr-cm-campo
                                  ws-nivel-sessao arr-cm-programa
                                  ws-terminal-sessao arr-cm-chave
                                  arr-cm-salario-lista
           end-call
           move "CLIRESUM" to ws-rpt-base
           perform 2950-gera-nome-relatorio
              thru 2950-gera-nome-relatorio-exit
           move ws-qtde-total-sal to rt-total
           write linha-relatorio from linha-resumo-total
               after advancing 2 lines
           if arr-cm-lista-salario
              move ws-media-salarial to rm-media
           else
              move arr-cm-mascara to rm-media-mascara
           end-if
           write linha-relatorio from linha-resumo-media
               after advancing 1 line.
       5020-imprime-resumo-exit.
       5025-imprime-uma-filial.
           move ws-fl-codigo(ws-filial-indice) to lrf-filial
           move ws-fl-qtde(ws-filial-indice) to lrf-qtde
           if arr-cm-lista-salario
              move ws-fl-salarios(ws-filial-indice) to lrf-salarios
           else
              move arr-cm-mascara to lrf-salarios-mascara
           end-if
           write linha-relatorio from linha-resumo-filial
               after advancing 1 line.
       5025-imprime-uma-filial-exit.
           exit.

       copy JANPROC.
