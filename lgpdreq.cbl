      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. lgpdreq.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Pedidos do titular de dados pessoais     *
      *                    (LGPD).  Consulta: extrato completo do   *
      *                    que guardamos de um CLI-CODIGO -         *
      *                    CLIENTE, ANIVERSARIOS.DAT, CONTATOS,     *
      *                    CAMPSEL, VOUCHER, CONTASREC, linhas do   *
      *                    VENDHIST, pontos de fidelidade e as      *
      *                    imagens da auditoria CLIAUDIT e do       *
      *                    arquivo morto CLIAUDARCH.                *
      *                    Anonimizacao: cliente inativo sem titulo *
      *                    em aberto, liberada por outro operador   *
      *                    de nivel 3 (APROVA/APRMANUT) - nome,     *
      *                    telefone, endereco, nascimento e renda   *
      *                    sobrescritos no mestre, nas imagens de   *
      *                    auditoria e nas notas de contato, a      *
      *                    ficha de aniversario excluida; valores   *
      *                    de venda, titulos e vales ficam como     *
      *                    estao.  Todo pedido vai para o diario    *
      *                    LGPDLOG.DAT.                             *
      * 15/10/2026 EQP     Extrato passa a listar os consentimentos *
      *                    de contato por canal (CONSENT.DAT).      *
      * 15/10/2026 EQP     CPF/CNPJ (CLIDOC.DAT) no extrato; a      *
      *                    anonimizacao exclui o documento.         *
      * 15/10/2026 EQP     Anonimizacao da auditoria percorre o     *
      *                    morto e depois o vivo e recalcula os     *
      *                    hashes da cadeia a partir do primeiro    *
      *                    evento anonimizado; a trilha da          *
      *                    anonimizacao sai encadeada.              *
      * 15/10/2026 EQP     O encadeamento do diario de auditoria    *
      *                    usa a funcao "O" da ENCADEIA (sessao de  *
      *                    terminal: ultimo elo relido a cada       *
      *                    gravacao).                               *
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
               file status is lgp-status-cliente.

           select aniversario-mestre assign to "ANIVERSARIOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is an-nome
               file status is lgp-status-aniv.

           select contato-log assign to "CONTATOS"
               organization is indexed
               access mode is dynamic
               record key is ctt-chave
               file status is lgp-status-contato.

           select campanha-selecao assign to "CAMPSEL"
               organization is line sequential
               file status is lgp-status-campsel.

           select voucher-arq assign to "VOUCHER"
               organization is indexed
               access mode is dynamic
               record key is vch-codigo
               file status is lgp-status-voucher.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is lgp-status-cr.

           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is lgp-status-hist.

           select pontos-movimento assign to "PONTOMOV"
               organization is indexed
               access mode is dynamic
               record key is ptm-chave
               file status is lgp-status-pontos.

           select consentimento-arq assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is cns-chave
               file status is lgp-status-consent.

           select documento-arq assign to "CLIDOC"
               organization is indexed
               access mode is dynamic
               record key is doc-cliente
               alternate record key is doc-identificacao
                   with duplicates
               file status is lgp-status-clidoc.

           select cliaudit-arq assign to dynamic lgp-nome-audit
               organization is line sequential
               file status is lgp-status-audit.

           select lgpd-diario assign to "LGPDLOG.DAT"
               organization is line sequential
               file status is lgp-status-diario.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is lgp-status-sessao.

           select lgpd-relatorio
               assign to dynamic lgp-nome-relatorio
               organization is line sequential
               file status is lgp-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  cliente-mestre.
           copy CLIREC.

       fd  aniversario-mestre.
           copy ANIVREG.

       fd  contato-log.
           copy CONTREC.

       fd  campanha-selecao.
           copy CAMPSEL.

       fd  voucher-arq.
           copy VOUCHREC.

       fd  contas-receber.
           copy CRECREC.

       fd  venda-historico.
           copy HISTREC.

       fd  pontos-movimento.
           copy PTOMOV.

       fd  consentimento-arq.
           copy CONSREC.

       fd  documento-arq.
           copy CLIDOC.

       fd  cliaudit-arq.
           copy CLIAUDT.

       fd  lgpd-diario.
           copy LGPDLOG.

       fd  sessao-corrente.
           copy SESSREC.

       fd  lgpd-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       copy DATASIS.

      *-----------------------------------------------------------*
      * Imagem de cliente tirada da auditoria, para sobrescrever   *
      * os campos pessoais no lugar.                               *
      *-----------------------------------------------------------*
       copy CLIREC replacing leading ==CLI== by ==LGI==.

       77  lgp-status-cliente   pic x(02) value spaces.
           88  lgp-cliente-ok          value "00".
       77  lgp-status-aniv      pic x(02) value spaces.
       77  lgp-status-contato   pic x(02) value spaces.
       77  lgp-status-campsel   pic x(02) value spaces.
           88  lgp-fim-campsel         value "10".
       77  lgp-status-voucher   pic x(02) value spaces.
       77  lgp-status-cr        pic x(02) value spaces.
       77  lgp-status-hist      pic x(02) value spaces.
           88  lgp-fim-hist            value "10".
       77  lgp-status-pontos    pic x(02) value spaces.
       77  lgp-status-consent   pic x(02) value spaces.
       77  lgp-status-clidoc    pic x(02) value spaces.
       77  lgp-status-audit     pic x(02) value spaces.
           88  lgp-fim-audit           value "10".
       77  lgp-status-diario    pic x(02) value spaces.
       77  lgp-status-sessao    pic x(02) value spaces.
       77  lgp-status-relat     pic x(02) value spaces.

       77  lgp-nome-audit       pic x(12) value spaces.
       77  lgp-rpt-base         pic x(08) value "LGPDREQ ".
       77  lgp-nome-relatorio   pic x(30) value spaces.
       77  lgp-rpt-status       pic x(01) value spaces.

       77  lgp-operador-sessao  pic x(08) value spaces.
       77  lgp-nivel-sessao     pic 9(01) value zeros.
       77  lgp-hora-atual       pic 9(08) value zeros.
       77  lgp-ec-funcao        pic x(01) value "O".
       77  lgp-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  lgp-ec-morto         pic x(20) value "CLIAUDARCH".
       77  lgp-ec-tamanho       pic 9(03) value 328.
       77  lgp-ec-hash-corrente pic 9(12) value zeros.
       77  lgp-ec-resselando    pic x(01) value "N".
       77  lgp-ec-alterado      pic x(01) value "N".

       77  lgp-opcao            pic x(01) value spaces.
           88  lgp-opcao-consulta      value "1".
           88  lgp-opcao-anonimiza     value "2".
       77  lgp-codigo           pic 9(05) value zeros.
       77  lgp-confirma         pic x(01) value spaces.
           88  lgp-confirmado          value "S" "s".

      *-----------------------------------------------------------*
      * Quatro olhos da anonimizacao (APROVA), como no expurgo.    *
      *-----------------------------------------------------------*
       77  lgp-apr-programa     pic x(08) value "LGPDREQ ".
       77  lgp-apr-parametros   pic x(40) value spaces.
       77  lgp-apr-status       pic x(01) value spaces.
       77  lgp-apr-liberador    pic x(08) value spaces.

      *-----------------------------------------------------------*
      * Dados pessoais originais (chave da ficha de aniversario)   *
      * e valores de substituicao.  O telefone anonimizado leva o  *
      * codigo porque e chave alternativa unica do mestre.         *
      *-----------------------------------------------------------*
       77  lgp-nome-original    pic x(30) value spaces.
       01  lgp-nasc-original.
           05  lgp-no-dia            pic 9(02).
           05  lgp-no-mes            pic 9(02).
           05  lgp-no-ano            pic 9(04).
       77  lgp-nome-anonimo     pic x(30) value spaces.
       77  lgp-telefone-anonimo pic x(14) value spaces.
       77  lgp-nota-anonima     pic x(40) value
                  "NOTA APAGADA - DADOS ANONIMIZADOS (LGPD)".

       77  lgp-resultado        pic x(01) value spaces.
       77  lgp-motivo           pic x(40) value spaces.
       77  lgp-liberador        pic x(08) value spaces.

       77  lgp-qtde-secao       pic 9(07) value zeros.
       77  lgp-qtde-aniv        pic 9(07) value zeros.
       77  lgp-qtde-contatos    pic 9(07) value zeros.
       77  lgp-qtde-imagens     pic 9(07) value zeros.
       77  lgp-qtde-documento   pic 9(07) value zeros.
       77  lgp-qtde-abertos     pic 9(07) value zeros.
       77  lgp-origem-audit     pic x(08) value spaces.

       01  cab-lgpd.
           05  filler                pic x(34) value
                  "PEDIDO DO TITULAR DE DADOS (LGPD)".
           05  cl-tipo               pic x(20).
           05  filler                pic x(10) value "  CLIENTE ".
           05  cl-cliente            pic 9(05).
           05  filler                pic x(08) value "  DATA: ".
           05  cl-data               pic 9(08).
           05  filler                pic x(12) value "  OPERADOR: ".
           05  cl-operador           pic x(08).
       01  cab-secao-lgpd.
           05  filler                pic x(04) value "*** ".
           05  csl-texto             pic x(60).
       01  linha-campo-lgpd.
           05  filler                pic x(04) value spaces.
           05  lcl-rotulo            pic x(24).
           05  lcl-valor             pic x(100).
       01  linha-texto-lgpd.
           05  filler                pic x(04) value spaces.
           05  ltl-texto             pic x(128).
       01  linha-conta-lgpd.
           05  filler                pic x(04) value spaces.
           05  lcn-descricao         pic x(40).
           05  filler                pic x(02) value spaces.
           05  lcn-quantidade        pic zzzzzz9.
       01  lgp-valor-edit            pic zzz.zzz.zz9,99.
       01  lgp-numero-edit           pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1100-le-sessao thru 1100-le-sessao-exit
           display erase
           display "PEDIDO DO TITULAR DE DADOS PESSOAIS (LGPD)"
               at 0310
           display "1 - Extrato dos dados do cliente" at 0510
           display "2 - Anonimizar cliente inativo" at 0610
           display "Opcao: " at 0810
           accept lgp-opcao at 0818
           if not lgp-opcao-consulta and not lgp-opcao-anonimiza
              display "Opcao invalida." at 1210
              move 16 to return-code
              stop run
           end-if
           display "Codigo do cliente: " at 0910
           accept lgp-codigo at 0930
           perform 1200-abre-diario thru 1200-abre-diario-exit
           if lgp-opcao-consulta
              perform 2000-extrato thru 2000-extrato-exit
           else
              perform 3000-anonimiza thru 3000-anonimiza-exit
           end-if
           perform 9000-registra-pedido thru 9000-registra-pedido-exit
           close lgpd-diario
           stop run.

      *-----------------------------------------------------------*
      * Pedido de titular exige sessao assinada: o operador vai    *
      * para o diario e para o APROVA.                             *
      *-----------------------------------------------------------*
       1100-le-sessao.
           open input sessao-corrente
           if lgp-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to lgp-operador-sessao
                      move ses-nivel to lgp-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if lgp-nivel-sessao < 1
              display erase
              display "Pedido LGPD exige sessao assinada." at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1100-le-sessao-exit.
           exit.

       1200-abre-diario.
           open extend lgpd-diario
           if lgp-status-diario = "35"
              open output lgpd-diario
              close lgpd-diario
              open extend lgpd-diario
           end-if
           if lgp-status-diario not = "00"
              display "LGPDREQ: erro ao abrir LGPDLOG - status "
                       lgp-status-diario at 1210
              move 16 to return-code
              stop run
           end-if.
       1200-abre-diario-exit.
           exit.

       1300-abre-relatorio.
           call "RPTNAME" using lgp-rpt-base lgp-nome-relatorio
                                 lgp-rpt-status
           end-call
           if lgp-rpt-status not = "0"
              move "LGPDREQ.RPT" to lgp-nome-relatorio
           end-if
           open output lgpd-relatorio
           accept data-sistema from date yyyymmdd
           if lgp-opcao-consulta
              move " - EXTRATO" to cl-tipo
           else
              move " - ANONIMIZACAO" to cl-tipo
           end-if
           move lgp-codigo to cl-cliente
           move data-sistema to cl-data
           move lgp-operador-sessao to cl-operador
           write linha-relatorio from cab-lgpd.
       1300-abre-relatorio-exit.
           exit.

      *-----------------------------------------------------------*
      * Extrato: o cadastro e, arquivo a arquivo, tudo o que esta  *
      * ligado ao codigo.  Arquivo ausente sai como indisponivel.  *
      *-----------------------------------------------------------*
       2000-extrato.
           move "C" to lgp-resultado
           open input cliente-mestre
           if not lgp-cliente-ok
              move "R" to lgp-resultado
              move "MESTRE CLIENTE INDISPONIVEL" to lgp-motivo
              display "LGPDREQ: mestre CLIENTE indisponivel - "
                      "status " lgp-status-cliente at 1210
              move 16 to return-code
              go to 2000-extrato-exit
           end-if
           move lgp-codigo to cli-codigo
           read cliente-mestre
               invalid key
                   move "R" to lgp-resultado
                   move "CLIENTE INEXISTENTE" to lgp-motivo
           end-read
           close cliente-mestre
           if lgp-resultado = "R"
              display "Cliente inexistente." at 1210
              move 16 to return-code
              go to 2000-extrato-exit
           end-if
           perform 1300-abre-relatorio thru 1300-abre-relatorio-exit
           perform 2010-imprime-cadastro
              thru 2010-imprime-cadastro-exit
           perform 2050-extrato-documento
              thru 2050-extrato-documento-exit
           perform 2100-extrato-aniversario
              thru 2100-extrato-aniversario-exit
           perform 2200-extrato-contatos
              thru 2200-extrato-contatos-exit
           perform 2300-extrato-campanhas
              thru 2300-extrato-campanhas-exit
           perform 2400-extrato-vales thru 2400-extrato-vales-exit
           perform 2500-extrato-titulos thru 2500-extrato-titulos-exit
           perform 2600-extrato-historico
              thru 2600-extrato-historico-exit
           perform 2700-extrato-pontos thru 2700-extrato-pontos-exit
           perform 2750-extrato-consentimento
              thru 2750-extrato-consentimento-exit
           move "CLIAUDIT" to lgp-nome-audit
           move "(VIVO)" to lgp-origem-audit
           perform 2800-extrato-auditoria
              thru 2800-extrato-auditoria-exit
           move "CLIAUDARCH" to lgp-nome-audit
           move "(MORTO)" to lgp-origem-audit
           perform 2800-extrato-auditoria
              thru 2800-extrato-auditoria-exit
           close lgpd-relatorio
           move "E" to lgp-resultado
           move "EXTRATO EMITIDO" to lgp-motivo
           display "Extrato gerado em " lgp-nome-relatorio at 1210.
       2000-extrato-exit.
           exit.

       2010-imprime-cadastro.
           move "CADASTRO (CLIENTE)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move "NOME:" to lcl-rotulo
           move cli-nome to lcl-valor
           write linha-relatorio from linha-campo-lgpd
           move "NASCIMENTO (DDMMAAAA):" to lcl-rotulo
           move cli-aniversario to lcl-valor
           write linha-relatorio from linha-campo-lgpd
           move "TELEFONE:" to lcl-rotulo
           move cli-telefone to lcl-valor
           write linha-relatorio from linha-campo-lgpd
           move "RENDA:" to lcl-rotulo
           move spaces to lcl-valor
           if cli-salario is numeric
              move cli-salario to lgp-valor-edit
              move lgp-valor-edit to lcl-valor
           end-if
           write linha-relatorio from linha-campo-lgpd
           move "ENDERECO:" to lcl-rotulo
           move spaces to lcl-valor
           string cli-logradouro delimited by size
                  " " delimited by size
                  cli-cidade delimited by size
                  " " delimited by size
                  cli-uf delimited by size
                  " CEP " delimited by size
                  cli-cep delimited by size
                  into lcl-valor
           end-string
           write linha-relatorio from linha-campo-lgpd
           move "SITUACAO / FILIAL:" to lcl-rotulo
           move spaces to lcl-valor
           string cli-situacao delimited by size
                  " / " delimited by size
                  cli-filial delimited by size
                  into lcl-valor
           end-string
           write linha-relatorio from linha-campo-lgpd
           move "LIMITE DE CREDITO:" to lcl-rotulo
           move spaces to lcl-valor
           if cli-limite-credito is numeric
              move cli-limite-credito to lgp-valor-edit
              move lgp-valor-edit to lcl-valor
           end-if
           write linha-relatorio from linha-campo-lgpd
           move "VENDEDOR DA CARTEIRA:" to lcl-rotulo
           move cli-vendedor to lcl-valor
           write linha-relatorio from linha-campo-lgpd.
       2010-imprime-cadastro-exit.
           exit.

       2050-extrato-documento.
           move "CPF/CNPJ (CLIDOC)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           open input documento-arq
           if lgp-status-clidoc not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2050-extrato-documento-exit
           end-if
           move lgp-codigo to doc-cliente
           read documento-arq
               invalid key
                   move "NENHUM DOCUMENTO REGISTRADO." to ltl-texto
               not invalid key
                   move spaces to ltl-texto
                   string "TIPO " delimited by size
                          doc-tipo delimited by size
                          " NUMERO " delimited by size
                          doc-numero delimited by size
                          " REGISTRADO EM " delimited by size
                          doc-data delimited by size
                          " POR " delimited by size
                          doc-operador delimited by size
                          into ltl-texto
                   end-string
           end-read
           write linha-relatorio from linha-texto-lgpd
           close documento-arq.
       2050-extrato-documento-exit.
           exit.

      *-----------------------------------------------------------*
      * Ficha de aniversario: chaveada pelo nome do cadastro.      *
      *-----------------------------------------------------------*
       2100-extrato-aniversario.
           move "ANIVERSARIOS (ANIVERSARIOS.DAT)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           open input aniversario-mestre
           if lgp-status-aniv not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2100-extrato-aniversario-exit
           end-if
           move cli-nome to an-nome
           read aniversario-mestre
               invalid key
                   move "NENHUMA FICHA COM ESTE NOME." to ltl-texto
               not invalid key
                   move spaces to ltl-texto
                   string "NOME " delimited by size
                          an-nome delimited by size
                          " NASCIMENTO " delimited by size
                          an-dia delimited by size
                          "/" delimited by size
                          an-mes delimited by size
                          "/" delimited by size
                          an-ano delimited by size
                          into ltl-texto
                   end-string
           end-read
           write linha-relatorio from linha-texto-lgpd
           close aniversario-mestre.
       2100-extrato-aniversario-exit.
           exit.

       2200-extrato-contatos.
           move "CONTATOS (CONTATOS.DAT)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input contato-log
           if lgp-status-contato not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2200-extrato-contatos-exit
           end-if
           move lgp-codigo to ctt-cliente
           move zeros to ctt-data ctt-seq
           start contato-log key not less than ctt-chave
               invalid key
                   move "10" to lgp-status-contato
           end-start
           perform 2210-lista-contato thru 2210-lista-contato-exit
               until lgp-status-contato not = "00"
           close contato-log
           perform 2980-total-secao thru 2980-total-secao-exit.
       2200-extrato-contatos-exit.
           exit.

       2210-lista-contato.
           read contato-log next record
               at end
                   move "10" to lgp-status-contato
                   go to 2210-lista-contato-exit
           end-read
           if ctt-cliente not = lgp-codigo
              move "10" to lgp-status-contato
              go to 2210-lista-contato-exit
           end-if
           add 1 to lgp-qtde-secao
           move spaces to ltl-texto
           string ctt-data delimited by size
                  "/" delimited by size
                  ctt-seq delimited by size
                  " TIPO " delimited by size
                  ctt-tipo delimited by size
                  " OPERADOR " delimited by size
                  ctt-operador delimited by size
                  " RETORNO " delimited by size
                  ctt-data-retorno delimited by size
                  " " delimited by size
                  ctt-situacao delimited by size
                  " NOTA: " delimited by size
                  ctt-nota delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2210-lista-contato-exit.
           exit.

       2300-extrato-campanhas.
           move "SELECOES DE CAMPANHA (CAMPSEL.DAT)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input campanha-selecao
           if lgp-status-campsel not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2300-extrato-campanhas-exit
           end-if
           perform 2310-lista-selecao thru 2310-lista-selecao-exit
               until lgp-fim-campsel
           close campanha-selecao
           perform 2980-total-secao thru 2980-total-secao-exit.
       2300-extrato-campanhas-exit.
           exit.

       2310-lista-selecao.
           read campanha-selecao
               at end
                   set lgp-fim-campsel to true
                   go to 2310-lista-selecao-exit
           end-read
           if csl-cliente not = lgp-codigo
              go to 2310-lista-selecao-exit
           end-if
           add 1 to lgp-qtde-secao
           move spaces to ltl-texto
           string "CAMPANHA " delimited by size
                  csl-campanha delimited by size
                  " SELECIONADO EM " delimited by size
                  csl-data-selecao delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2310-lista-selecao-exit.
           exit.

       2400-extrato-vales.
           move "VALES (VOUCHER.DAT)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input voucher-arq
           if lgp-status-voucher not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2400-extrato-vales-exit
           end-if
           move low-values to vch-codigo
           start voucher-arq key not less than vch-codigo
               invalid key
                   move "10" to lgp-status-voucher
           end-start
           perform 2410-lista-vale thru 2410-lista-vale-exit
               until lgp-status-voucher not = "00"
           close voucher-arq
           perform 2980-total-secao thru 2980-total-secao-exit.
       2400-extrato-vales-exit.
           exit.

       2410-lista-vale.
           read voucher-arq next record
               at end
                   move "10" to lgp-status-voucher
                   go to 2410-lista-vale-exit
           end-read
           if vch-cliente not = lgp-codigo
              go to 2410-lista-vale-exit
           end-if
           add 1 to lgp-qtde-secao
           move zeros to lgp-valor-edit
           if vch-pontos and vch-valor-desconto is numeric
              move vch-valor-desconto to lgp-valor-edit
           end-if
           move spaces to ltl-texto
           string "VALE " delimited by size
                  vch-codigo delimited by size
                  " EMITIDO " delimited by size
                  vch-data-emissao delimited by size
                  " VALIDADE " delimited by size
                  vch-validade-inicio delimited by size
                  " A " delimited by size
                  vch-validade-fim delimited by size
                  " DESCONTO % " delimited by size
                  vch-desconto-pct delimited by size
                  " VALOR " delimited by size
                  lgp-valor-edit delimited by size
                  " SITUACAO " delimited by size
                  vch-situacao delimited by size
                  " " delimited by size
                  vch-data-resgate delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2410-lista-vale-exit.
           exit.

       2500-extrato-titulos.
           move "TITULOS A RECEBER (CONTASREC)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input contas-receber
           if lgp-status-cr not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2500-extrato-titulos-exit
           end-if
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to lgp-status-cr
           end-start
           perform 2510-lista-titulo thru 2510-lista-titulo-exit
               until lgp-status-cr not = "00"
           close contas-receber
           perform 2980-total-secao thru 2980-total-secao-exit.
       2500-extrato-titulos-exit.
           exit.

       2510-lista-titulo.
           read contas-receber next record
               at end
                   move "10" to lgp-status-cr
                   go to 2510-lista-titulo-exit
           end-read
           if cr-cliente not = lgp-codigo
              go to 2510-lista-titulo-exit
           end-if
           add 1 to lgp-qtde-secao
           move cr-valor-original to lgp-valor-edit
           move spaces to ltl-texto
           string "TITULO " delimited by size
                  cr-chave delimited by size
                  " VENDA " delimited by size
                  cr-data-venda delimited by size
                  " VENCTO " delimited by size
                  cr-data-vencimento delimited by size
                  " VALOR " delimited by size
                  lgp-valor-edit delimited by size
                  " SITUACAO " delimited by size
                  cr-situacao delimited by size
                  " VENDEDOR " delimited by size
                  cr-vendedor delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2510-lista-titulo-exit.
           exit.

       2600-extrato-historico.
           move "COMPRAS (VENDHIST)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input venda-historico
           if lgp-status-hist not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2600-extrato-historico-exit
           end-if
           perform 2610-lista-linha thru 2610-lista-linha-exit
               until lgp-fim-hist
           close venda-historico
           perform 2980-total-secao thru 2980-total-secao-exit.
       2600-extrato-historico-exit.
           exit.

       2610-lista-linha.
           read venda-historico
               at end
                   set lgp-fim-hist to true
                   go to 2610-lista-linha-exit
           end-read
           if hst-cliente not = lgp-codigo
              go to 2610-lista-linha-exit
           end-if
           add 1 to lgp-qtde-secao
           move hst-valor to lgp-valor-edit
           move spaces to ltl-texto
           string "PERIODO " delimited by size
                  hst-periodo delimited by size
                  " LOTE " delimited by size
                  hst-lote delimited by size
                  " DATA " delimited by size
                  hst-data-aplicacao delimited by size
                  " TIPO " delimited by size
                  hst-tipo delimited by size
                  " VENDEDOR " delimited by size
                  hst-vendedor delimited by size
                  " PRODUTO " delimited by size
                  hst-produto delimited by size
                  " QTDE " delimited by size
                  hst-quantidade delimited by size
                  " VALOR " delimited by size
                  lgp-valor-edit delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2610-lista-linha-exit.
           exit.

       2700-extrato-pontos.
           move "PONTOS DE FIDELIDADE (PONTOMOV)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input pontos-movimento
           if lgp-status-pontos not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2700-extrato-pontos-exit
           end-if
           move lgp-codigo to ptm-cliente
           move zeros to ptm-periodo ptm-lote ptm-sequencial
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to lgp-status-pontos
           end-start
           perform 2710-lista-ponto thru 2710-lista-ponto-exit
               until lgp-status-pontos not = "00"
           close pontos-movimento
           perform 2980-total-secao thru 2980-total-secao-exit.
       2700-extrato-pontos-exit.
           exit.

       2710-lista-ponto.
           read pontos-movimento next record
               at end
                   move "10" to lgp-status-pontos
                   go to 2710-lista-ponto-exit
           end-read
           if ptm-cliente not = lgp-codigo
              move "10" to lgp-status-pontos
              go to 2710-lista-ponto-exit
           end-if
           add 1 to lgp-qtde-secao
           move ptm-pontos to lgp-numero-edit
           move spaces to ltl-texto
           string "MES " delimited by size
                  ptm-periodo delimited by size
                  " DATA " delimited by size
                  ptm-data delimited by size
                  " TIPO " delimited by size
                  ptm-tipo delimited by size
                  " PONTOS " delimited by size
                  lgp-numero-edit delimited by size
                  " VALE " delimited by size
                  ptm-vale delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2710-lista-ponto-exit.
           exit.

       2750-extrato-consentimento.
           move "CONSENTIMENTO DE CONTATO (CONSENT)" to csl-texto
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input consentimento-arq
           if lgp-status-consent not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2750-extrato-consentimento-exit
           end-if
           move lgp-codigo to cns-cliente
           move low-values to cns-canal
           start consentimento-arq key not less than cns-chave
               invalid key
                   move "10" to lgp-status-consent
           end-start
           perform 2760-lista-consentimento
              thru 2760-lista-consentimento-exit
               until lgp-status-consent not = "00"
           close consentimento-arq
           perform 2980-total-secao thru 2980-total-secao-exit.
       2750-extrato-consentimento-exit.
           exit.

       2760-lista-consentimento.
           read consentimento-arq next record
               at end
                   move "10" to lgp-status-consent
                   go to 2760-lista-consentimento-exit
           end-read
           if cns-cliente not = lgp-codigo
              move "10" to lgp-status-consent
              go to 2760-lista-consentimento-exit
           end-if
           add 1 to lgp-qtde-secao
           move spaces to ltl-texto
           string "CANAL " delimited by size
                  cns-canal delimited by size
                  " AUTORIZADO " delimited by size
                  cns-situacao delimited by size
                  " EM " delimited by size
                  cns-data delimited by size
                  " OPERADOR " delimited by size
                  cns-operador delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd.
       2760-lista-consentimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Auditoria do cadastro (vivo ou morto): cada evento do      *
      * codigo com as imagens antes e depois, em duas metades.     *
      *-----------------------------------------------------------*
       2800-extrato-auditoria.
           move spaces to csl-texto
           string "AUDITORIA DO CADASTRO " delimited by size
                  lgp-nome-audit delimited by space
                  " " delimited by size
                  lgp-origem-audit delimited by size
                  into csl-texto
           end-string
           write linha-relatorio from cab-secao-lgpd
               after advancing 2 lines
           move zeros to lgp-qtde-secao
           open input cliaudit-arq
           if lgp-status-audit not = "00"
              perform 2990-arquivo-indisponivel
                 thru 2990-arquivo-indisponivel-exit
              go to 2800-extrato-auditoria-exit
           end-if
           move "00" to lgp-status-audit
           perform 2810-lista-evento thru 2810-lista-evento-exit
               until lgp-fim-audit
           close cliaudit-arq
           perform 2980-total-secao thru 2980-total-secao-exit.
       2800-extrato-auditoria-exit.
           exit.

       2810-lista-evento.
           read cliaudit-arq
               at end
                   set lgp-fim-audit to true
                   go to 2810-lista-evento-exit
           end-read
           if aud-codigo not = lgp-codigo
              go to 2810-lista-evento-exit
           end-if
           add 1 to lgp-qtde-secao
           move spaces to ltl-texto
           string aud-data-hora delimited by size
                  " OPERACAO " delimited by size
                  aud-operacao delimited by size
                  " TERMINAL " delimited by size
                  aud-terminal delimited by size
                  into ltl-texto
           end-string
           write linha-relatorio from linha-texto-lgpd
           if aud-imagem-antes not = spaces
              move "ANTES:" to lcl-rotulo
              move aud-imagem-antes(1:75) to lcl-valor
              write linha-relatorio from linha-campo-lgpd
              move spaces to lcl-rotulo
              move aud-imagem-antes(76:75) to lcl-valor
              write linha-relatorio from linha-campo-lgpd
           end-if
           if aud-imagem-depois not = spaces
              move "DEPOIS:" to lcl-rotulo
              move aud-imagem-depois(1:75) to lcl-valor
              write linha-relatorio from linha-campo-lgpd
              move spaces to lcl-rotulo
              move aud-imagem-depois(76:75) to lcl-valor
              write linha-relatorio from linha-campo-lgpd
           end-if.
       2810-lista-evento-exit.
           exit.

       2980-total-secao.
           move "REGISTROS:" to lcn-descricao
           move lgp-qtde-secao to lcn-quantidade
           write linha-relatorio from linha-conta-lgpd.
       2980-total-secao-exit.
           exit.

       2990-arquivo-indisponivel.
           move "ARQUIVO INDISPONIVEL - NADA A LISTAR." to ltl-texto
           write linha-relatorio from linha-texto-lgpd.
       2990-arquivo-indisponivel-exit.
           exit.

      *-----------------------------------------------------------*
      * Anonimizacao: so cliente inativo e sem titulo em aberto,   *
      * e so com o pedido liberado por outro operador de nivel 3.  *
      * Recusa e pendencia tambem vao para o diario.               *
      *-----------------------------------------------------------*
       3000-anonimiza.
           move "R" to lgp-resultado
           open i-o cliente-mestre
           if not lgp-cliente-ok
              move "MESTRE CLIENTE INDISPONIVEL" to lgp-motivo
              display "LGPDREQ: mestre CLIENTE indisponivel - "
                      "status " lgp-status-cliente at 1210
              move 16 to return-code
              go to 3000-anonimiza-exit
           end-if
           move lgp-codigo to cli-codigo
           read cliente-mestre
               invalid key
                   move "CLIENTE INEXISTENTE" to lgp-motivo
                   go to 3000-anonimiza-fecha
           end-read
           if not cli-inativo
              move "CLIENTE NAO ESTA INATIVO" to lgp-motivo
              go to 3000-anonimiza-fecha
           end-if
           perform 3050-conta-abertos thru 3050-conta-abertos-exit
           if lgp-motivo not = spaces
              go to 3000-anonimiza-fecha
           end-if
           perform 3100-verifica-aprovacao
              thru 3100-verifica-aprovacao-exit
           if lgp-resultado not = "E"
              go to 3000-anonimiza-fecha
           end-if
           display "Cliente: " cli-nome at 1110
           display "Anonimizar definitivamente [s/n]? " at 1210
           accept lgp-confirma at 1245
           if not lgp-confirmado
              move "R" to lgp-resultado
              move "CANCELADO PELO OPERADOR APOS LIBERACAO"
                to lgp-motivo
              go to 3000-anonimiza-fecha
           end-if
           perform 3200-anonimiza-cadastro
              thru 3200-anonimiza-cadastro-exit
           if lgp-resultado not = "E"
              go to 3000-anonimiza-fecha
           end-if
           perform 3300-exclui-aniversario
              thru 3300-exclui-aniversario-exit
           perform 3350-exclui-documento
              thru 3350-exclui-documento-exit
           perform 3400-anonimiza-contatos
              thru 3400-anonimiza-contatos-exit
           move "N" to lgp-ec-resselando
           move zeros to lgp-ec-hash-corrente
           move "CLIAUDARCH" to lgp-nome-audit
           perform 3500-anonimiza-auditoria
              thru 3500-anonimiza-auditoria-exit
           move "CLIAUDIT" to lgp-nome-audit
           perform 3500-anonimiza-auditoria
              thru 3500-anonimiza-auditoria-exit
           perform 3600-audita-anonimizacao
              thru 3600-audita-anonimizacao-exit
           perform 3900-imprime-anonimizacao
              thru 3900-imprime-anonimizacao-exit
           move "DADOS PESSOAIS ANONIMIZADOS" to lgp-motivo
           display "Cliente anonimizado - ver " lgp-nome-relatorio
               at 1410.
       3000-anonimiza-fecha.
           close cliente-mestre
           if lgp-resultado = "R"
              display "Anonimizacao recusada: " lgp-motivo at 1410
              move 16 to return-code
           end-if.
       3000-anonimiza-exit.
           exit.

      *-----------------------------------------------------------*
      * Titulos em aberto do cliente; carteira ausente (instalacao *
      * sem CRGERA) vale nenhum titulo, erro de abertura recusa.   *
      *-----------------------------------------------------------*
       3050-conta-abertos.
           move zeros to lgp-qtde-abertos
           open input contas-receber
           if lgp-status-cr = "35"
              go to 3050-conta-abertos-exit
           end-if
           if lgp-status-cr not = "00"
              move "CARTEIRA CONTASREC INDISPONIVEL" to lgp-motivo
              go to 3050-conta-abertos-exit
           end-if
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to lgp-status-cr
           end-start
           perform 3060-confere-titulo thru 3060-confere-titulo-exit
               until lgp-status-cr not = "00"
           close contas-receber
           if lgp-qtde-abertos > zeros
              move "CLIENTE COM TITULO EM ABERTO" to lgp-motivo
           end-if.
       3050-conta-abertos-exit.
           exit.

       3060-confere-titulo.
           read contas-receber next record
               at end
                   move "10" to lgp-status-cr
                   go to 3060-confere-titulo-exit
           end-read
           if cr-cliente = lgp-codigo and cr-aberto
              add 1 to lgp-qtde-abertos
           end-if.
       3060-confere-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Quatro olhos: o primeiro pedido fica pendente; liberado    *
      * por outro operador de nivel 3 no APRMANUT, a reexecucao    *
      * para o mesmo cliente anonimiza.                            *
      *-----------------------------------------------------------*
       3100-verifica-aprovacao.
           move spaces to lgp-apr-parametros
           string "ANONIMIZA;" delimited by size
                  lgp-codigo delimited by size
                  into lgp-apr-parametros
           end-string
           call "APROVA" using lgp-apr-programa
                                lgp-apr-parametros
                                lgp-operador-sessao lgp-apr-status
                                lgp-apr-liberador
           end-call
           evaluate lgp-apr-status
               when "0"
                   move "E" to lgp-resultado
                   move lgp-apr-liberador to lgp-liberador
                   display "Anonimizacao liberada por "
                            lgp-apr-liberador at 1010
               when "2"
                   move "P" to lgp-resultado
                   move "PEDIDO REGISTRADO - AGUARDA APRMANUT"
                     to lgp-motivo
                   display "Pedido registrado - aguarde a liberacao "
                           "pelo APRMANUT." at 1410
                   move 4 to return-code
               when "1"
                   move "P" to lgp-resultado
                   move "PEDIDO PENDENTE DE LIBERACAO" to lgp-motivo
                   display "Pedido pendente de liberacao pelo "
                           "APRMANUT." at 1410
                   move 4 to return-code
               when "3"
                   move "LIBERADOR E O PROPRIO SOLICITANTE"
                     to lgp-motivo
               when other
                   move "CONTROLE DE APROVACAO INDISPONIVEL"
                     to lgp-motivo
           end-evaluate.
       3100-verifica-aprovacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Mestre: nome, nascimento, telefone, renda e endereco saem; *
      * UF fica (base do ICMS das vendas) e os demais campos, que  *
      * nao identificam a pessoa, tambem.                          *
      *-----------------------------------------------------------*
       3200-anonimiza-cadastro.
           move cli-nome to lgp-nome-original
           move cli-dia to lgp-no-dia
           move cli-mes to lgp-no-mes
           move cli-ano to lgp-no-ano
           move spaces to lgp-nome-anonimo lgp-telefone-anonimo
           string "CLIENTE ANONIMIZADO " delimited by size
                  lgp-codigo delimited by size
                  into lgp-nome-anonimo
           end-string
           string "ANONIMO" delimited by size
                  lgp-codigo delimited by size
                  into lgp-telefone-anonimo
           end-string
           move lgp-nome-anonimo to cli-nome
           move zeros to cli-dia cli-mes cli-ano
           move lgp-telefone-anonimo to cli-telefone
           move zeros to cli-salario
           move spaces to cli-logradouro cli-cidade
           move zeros to cli-cep
           rewrite cli-registro
               invalid key
                   move "R" to lgp-resultado
                   move "ERRO AO REGRAVAR O CADASTRO" to lgp-motivo
           end-rewrite.
       3200-anonimiza-cadastro-exit.
           exit.

      *-----------------------------------------------------------*
      * Ficha de aniversario (chave = nome): so a do mesmo nome    *
      * com a mesma data de nascimento e excluida - homonimo com   *
      * outra data e de outra pessoa.                              *
      *-----------------------------------------------------------*
       3300-exclui-aniversario.
           open i-o aniversario-mestre
           if lgp-status-aniv not = "00"
              go to 3300-exclui-aniversario-exit
           end-if
           move lgp-nome-original to an-nome
           read aniversario-mestre
               invalid key
                   continue
               not invalid key
                   if an-dia = lgp-no-dia and an-mes = lgp-no-mes
                      and an-ano = lgp-no-ano
                      delete aniversario-mestre record
                          invalid key
                              continue
                          not invalid key
                              add 1 to lgp-qtde-aniv
                      end-delete
                   end-if
           end-read
           close aniversario-mestre.
       3300-exclui-aniversario-exit.
           exit.

      *-----------------------------------------------------------*
      * CPF/CNPJ identifica a pessoa: o registro em CLIDOC sai.    *
      *-----------------------------------------------------------*
       3350-exclui-documento.
           open i-o documento-arq
           if lgp-status-clidoc not = "00"
              go to 3350-exclui-documento-exit
           end-if
           move lgp-codigo to doc-cliente
           delete documento-arq record
               invalid key
                   continue
               not invalid key
                   add 1 to lgp-qtde-documento
           end-delete
           close documento-arq.
       3350-exclui-documento-exit.
           exit.

      *-----------------------------------------------------------*
      * Contatos: a nota livre pode ter dado pessoal e e apagada;  *
      * data, tipo, operador e retorno ficam.                      *
      *-----------------------------------------------------------*
       3400-anonimiza-contatos.
           open i-o contato-log
           if lgp-status-contato not = "00"
              go to 3400-anonimiza-contatos-exit
           end-if
           move lgp-codigo to ctt-cliente
           move zeros to ctt-data ctt-seq
           start contato-log key not less than ctt-chave
               invalid key
                   move "10" to lgp-status-contato
           end-start
           perform 3410-anonimiza-contato
              thru 3410-anonimiza-contato-exit
               until lgp-status-contato not = "00"
           close contato-log.
       3400-anonimiza-contatos-exit.
           exit.

       3410-anonimiza-contato.
           read contato-log next record
               at end
                   move "10" to lgp-status-contato
                   go to 3410-anonimiza-contato-exit
           end-read
           if ctt-cliente not = lgp-codigo
              move "10" to lgp-status-contato
              go to 3410-anonimiza-contato-exit
           end-if
           move lgp-nota-anonima to ctt-nota
           rewrite ctt-registro
               invalid key
                   continue
               not invalid key
                   add 1 to lgp-qtde-contatos
           end-rewrite.
       3410-anonimiza-contato-exit.
           exit.

      *-----------------------------------------------------------*
      * Imagens da auditoria (vivo e morto): os campos pessoais    *
      * das imagens antes e depois sao sobrescritos no lugar, como *
      * no mestre (o registro tem o mesmo tamanho).  O morto vem   *
      * antes do vivo, na ordem da cadeia: do primeiro evento      *
      * anonimizado em diante, os hashes sao recalculados e        *
      * regravados (ENCADEIA), para a cadeia continuar integra.    *
      *-----------------------------------------------------------*
       3500-anonimiza-auditoria.
           open i-o cliaudit-arq
           if lgp-status-audit not = "00"
              go to 3500-anonimiza-auditoria-exit
           end-if
           perform 3510-anonimiza-evento
              thru 3510-anonimiza-evento-exit
               until lgp-fim-audit
           close cliaudit-arq
           move "00" to lgp-status-audit.
       3500-anonimiza-auditoria-exit.
           exit.

       3510-anonimiza-evento.
           read cliaudit-arq
               at end
                   set lgp-fim-audit to true
                   go to 3510-anonimiza-evento-exit
           end-read
           move "N" to lgp-ec-alterado
           if aud-codigo = lgp-codigo
              perform 3515-anonimiza-imagens
                 thru 3515-anonimiza-imagens-exit
           end-if
           if aud-sequencia is numeric and aud-hash is numeric
              perform 3530-reencadeia-evento
                 thru 3530-reencadeia-evento-exit
           end-if
           if lgp-ec-alterado = "S"
              rewrite aud-registro
           end-if.
       3510-anonimiza-evento-exit.
           exit.

       3515-anonimiza-imagens.
           if aud-imagem-antes not = spaces
              move aud-imagem-antes to lgi-registro
              perform 3520-anonimiza-imagem
                 thru 3520-anonimiza-imagem-exit
              move lgi-registro to aud-imagem-antes
           end-if
           if aud-imagem-depois not = spaces
              move aud-imagem-depois to lgi-registro
              perform 3520-anonimiza-imagem
                 thru 3520-anonimiza-imagem-exit
              move lgi-registro to aud-imagem-depois
           end-if
           move "S" to lgp-ec-alterado lgp-ec-resselando
           add 1 to lgp-qtde-imagens.
       3515-anonimiza-imagens-exit.
           exit.

       3520-anonimiza-imagem.
           move lgp-nome-anonimo to lgi-nome
           move zeros to lgi-dia lgi-mes lgi-ano
           move lgp-telefone-anonimo to lgi-telefone
           move zeros to lgi-salario
           move spaces to lgi-logradouro lgi-cidade
           move zeros to lgi-cep.
       3520-anonimiza-imagem-exit.
           exit.

       3530-reencadeia-evento.
           if lgp-ec-resselando = "S"
              move "H" to lgp-ec-funcao
              move lgp-ec-hash-corrente to aud-hash
              call "ENCADEIA" using lgp-ec-funcao lgp-ec-arquivo
                                    lgp-ec-morto aud-registro
                                    lgp-ec-tamanho aud-sequencia
                                    aud-hash
              end-call
              move "O" to lgp-ec-funcao
              move "S" to lgp-ec-alterado
           end-if
           move aud-hash to lgp-ec-hash-corrente.
       3530-reencadeia-evento-exit.
           exit.

      *-----------------------------------------------------------*
      * Trilha da propria anonimizacao no CLIAUDIT: alteracao com  *
      * a imagem depois ja anonima e sem imagem antes (ela traria  *
      * de volta o que acabou de sair).                            *
      *-----------------------------------------------------------*
       3600-audita-anonimizacao.
           move "CLIAUDIT" to lgp-nome-audit
           open extend cliaudit-arq
           if lgp-status-audit = "35"
              open output cliaudit-arq
              close cliaudit-arq
              open extend cliaudit-arq
           end-if
           move lgp-operador-sessao to aud-terminal
           accept data-sistema from date yyyymmdd
           accept lgp-hora-atual from time
           string ano-sistema        delimited by size
                  mes-sistema        delimited by size
                  dia-sistema        delimited by size
                  lgp-hora-atual(1:6) delimited by size
                  into aud-data-hora
           end-string
           move lgp-codigo to aud-codigo
           move "A" to aud-operacao
           move spaces to aud-imagem-antes
           move cli-registro to aud-imagem-depois
           call "ENCADEIA" using lgp-ec-funcao lgp-ec-arquivo
                                 lgp-ec-morto aud-registro
                                 lgp-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro
           close cliaudit-arq.
       3600-audita-anonimizacao-exit.
           exit.

       3900-imprime-anonimizacao.
           perform 1300-abre-relatorio thru 1300-abre-relatorio-exit
           move "SOLICITANTE / LIBERADOR:" to lcl-rotulo
           move spaces to lcl-valor
           string lgp-operador-sessao delimited by size
                  " / " delimited by size
                  lgp-liberador delimited by size
                  into lcl-valor
           end-string
           write linha-relatorio from linha-campo-lgpd
               after advancing 2 lines
           move "NOME NO CADASTRO:" to lcl-rotulo
           move lgp-nome-anonimo to lcl-valor
           write linha-relatorio from linha-campo-lgpd
           move "CADASTRO ANONIMIZADO:" to lcn-descricao
           move 1 to lcn-quantidade
           write linha-relatorio from linha-conta-lgpd
               after advancing 1 line
           move "FICHAS DE ANIVERSARIO EXCLUIDAS:" to lcn-descricao
           move lgp-qtde-aniv to lcn-quantidade
           write linha-relatorio from linha-conta-lgpd
           move "CPF/CNPJ EXCLUIDO:" to lcn-descricao
           move lgp-qtde-documento to lcn-quantidade
           write linha-relatorio from linha-conta-lgpd
           move "NOTAS DE CONTATO APAGADAS:" to lcn-descricao
           move lgp-qtde-contatos to lcn-quantidade
           write linha-relatorio from linha-conta-lgpd
           move "EVENTOS DE AUDITORIA ANONIMIZADOS:" to lcn-descricao
           move lgp-qtde-imagens to lcn-quantidade
           write linha-relatorio from linha-conta-lgpd
           move "CAMPSEL, VOUCHER, CONTASREC, VENDHIST E PONTOMOV "
             to ltl-texto
           write linha-relatorio from linha-texto-lgpd
               after advancing 1 line
           move "SO TEM CODIGO E VALORES - MANTIDOS." to ltl-texto
           write linha-relatorio from linha-texto-lgpd
           close lgpd-relatorio.
       3900-imprime-anonimizacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Diario LGPDLOG: todo pedido, atendido, pendente ou         *
      * recusado.                                                  *
      *-----------------------------------------------------------*
       9000-registra-pedido.
           accept data-sistema from date yyyymmdd
           accept lgp-hora-atual from time
           move data-sistema to lgl-data
           move lgp-hora-atual(1:6) to lgl-hora
           move lgp-operador-sessao to lgl-operador
           move lgp-codigo to lgl-cliente
           if lgp-opcao-consulta
              move "C" to lgl-tipo
           else
              move "A" to lgl-tipo
           end-if
           move lgp-resultado to lgl-resultado
           move lgp-liberador to lgl-liberador
           move lgp-motivo to lgl-motivo
           move lgp-nome-relatorio to lgl-relatorio
           write lgl-registro.
       9000-registra-pedido-exit.
           exit.
