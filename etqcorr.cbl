      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. etqcorr.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Etiquetas de enderecamento e arquivo de  *
      *                    pre-triagem dos Correios para as         *
      *                    postagens de marketing.  Origem no       *
      *                    ETQCORR.PRM: "C;cccc" clientes da        *
      *                    campanha cccc em CAMPSEL, ou "A" (ou sem *
      *                    parametro) os clientes das cartas de     *
      *                    aniversario da semana, pelo mesmo        *
      *                    calculo do ANIVCARTA.  So quem autorizou *
      *                    o canal correio (CONSENT).  Endereco     *
      *                    conferido contra MUNICIP como no         *
      *                    CLICEPEX: o que nao confere vai para a   *
      *                    lista de excecoes (ETQEXC.RPT), nao para *
      *                    etiqueta.  Etiquetas tres por linha em   *
      *                    ordem de CEP (ETQCORR.RPT) e pre-triagem *
      *                    em ETQPRE.DAT com quebra de amarrado     *
      *                    pelos cinco primeiros digitos do CEP.    *
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
           select arq-parametros assign to "ETQCORR.PRM"
               organization is line sequential
               file status is etq-status-parm.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is etq-status-cliente.

           select campanha-mestre assign to "CAMPANHA"
               organization is indexed
               access mode is dynamic
               record key is cmp-codigo
               file status is etq-status-camp.

           select campanha-selecao assign to "CAMPSEL"
               organization is line sequential
               file status is etq-status-campsel.

           select municipio-mestre assign to "MUNICIP"
               organization is indexed
               access mode is dynamic
               record key is mun-cep-inicial
               file status is etq-status-munic.

           select consentimento-arq assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is cns-chave
               file status is etq-status-consent.

           select ordenacao-etiqueta assign to "ETQSORT".

           select etiqueta-relatorio assign to "ETQCORR.RPT"
               organization is line sequential
               file status is etq-status-relat.

           select excecao-relatorio assign to "ETQEXC.RPT"
               organization is line sequential
               file status is etq-status-excecao.

           select pretriagem-arq assign to "ETQPRE.DAT"
               organization is line sequential
               file status is etq-status-pre.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  cliente-mestre.
           copy CLIREC.

       fd  campanha-mestre.
           copy CAMPREC.

       fd  campanha-selecao.
           copy CAMPSEL.

       fd  municipio-mestre.
           copy MUNREC.

       fd  consentimento-arq.
           copy CONSREC.

      *-----------------------------------------------------------*
      * Um objeto postal: CEP e codigo dao a ordem da triagem (o   *
      * mesmo cliente selecionado duas vezes fica adjacente e so   *
      * sai uma etiqueta).                                         *
      *-----------------------------------------------------------*
       sd  ordenacao-etiqueta.
       01  sec-registro.
           05  sec-cep               pic 9(08).
           05  sec-cliente           pic 9(05).
           05  sec-nome              pic x(30).
           05  sec-logradouro        pic x(30).
           05  sec-cidade            pic x(20).
           05  sec-uf                pic x(02).

       fd  etiqueta-relatorio.
       01  linha-relatorio           pic x(132).

       fd  excecao-relatorio.
       01  linha-excecao-rel         pic x(120).

       fd  pretriagem-arq.
           copy ETQPRE.

       working-storage section.

       77  etq-status-parm      pic x(02) value spaces.
       77  etq-status-cliente   pic x(02) value spaces.
           88  etq-cliente-ok          value "00".
       77  etq-status-camp      pic x(02) value spaces.
       77  etq-status-campsel   pic x(02) value spaces.
       77  etq-status-munic     pic x(02) value spaces.
           88  etq-munic-ok            value "00".
       77  etq-status-consent   pic x(02) value spaces.
       77  etq-status-relat     pic x(02) value spaces.
       77  etq-status-excecao   pic x(02) value spaces.
       77  etq-status-pre       pic x(02) value spaces.

       77  etq-data-real        pic 9(08) value zeros.
       77  etq-data-negocio     pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Origem da postagem: campanha (C) ou cartas de aniversario  *
      * da semana (A, o padrao sem ETQCORR.PRM).                   *
      *-----------------------------------------------------------*
       77  etq-prm-origem       pic x(01) value spaces.
       77  etq-prm-campanha     pic x(04) value spaces.
       77  etq-origem           pic x(01) value "A".
           88  etq-origem-campanha     value "C".
           88  etq-origem-aniversario  value "A".
       77  etq-campanha         pic 9(04) value zeros.

      *-----------------------------------------------------------*
      * Etiqueta vai pelo correio: so quem autorizou o canal       *
      * correio (CONSENT).  Sem o arquivo, ninguem autorizou.      *
      *-----------------------------------------------------------*
       77  etq-tem-consent      pic x(01) value "N".
           88  etq-consent-ok          value "S".
       77  etq-consente         pic x(01) value "N".

      *-----------------------------------------------------------*
      * Janela das cartas de aniversario, pela mesma subrotina     *
      * BDAYVAL do ANIVCARTA.                                      *
      *-----------------------------------------------------------*
       77  etq-dia              pic 9(02) value zeros.
       77  etq-mes              pic 9(02) value zeros.
       77  etq-ano              pic 9(04) value zeros.
       77  etq-bd-status        pic x(01) value "0".
           88  etq-data-valida         value "0".
       77  etq-bd-idade         pic 9(003) value zeros.
       77  etq-bd-dias-aniv     pic 9(004) value zeros.

      *-----------------------------------------------------------*
      * Tabela de municipios carregada em memoria no inicio, como  *
      * no CLICEPEX.                                               *
      *-----------------------------------------------------------*
       01  etq-tabela-municipios.
           05  etq-qtde-faixas       pic 9(03) value zeros.
           05  etq-faixa             occurs 500 times.
               10  etq-fx-inicial    pic 9(08).
               10  etq-fx-final      pic 9(08).
               10  etq-fx-cidade     pic x(20).
               10  etq-fx-uf         pic x(02).
       77  etq-indice           pic 9(03) value zeros.
       77  etq-posicao          pic 9(03) value zeros.
       77  etq-achou-faixa      pic x(01) value "N".
           88  etq-faixa-achada        value "S".
       77  etq-motivo           pic x(30) value spaces.
       77  etq-cidade-mestre    pic x(20) value spaces.
       77  etq-cidade-tabela    pic x(20) value spaces.

      *-----------------------------------------------------------*
      * Amarrado: fecha quando mudam os cinco primeiros digitos    *
      * do CEP ou quando atinge o limite de objetos.               *
      *-----------------------------------------------------------*
       77  etq-max-amarrado     pic 9(05) value 100.
       77  etq-num-amarrado     pic 9(05) value zeros.
       77  etq-qtde-amarrado    pic 9(05) value zeros.
       77  etq-amr-cep-inicial  pic 9(08) value zeros.
       77  etq-amr-cep-final    pic 9(08) value zeros.
       01  etq-cep-corrente     pic 9(08) value zeros.
       01  etq-cep-corrente-r redefines etq-cep-corrente.
           05  etq-cep-setor         pic 9(05).
           05  etq-cep-sufixo        pic 9(03).
       77  etq-setor-amarrado   pic 9(05) value zeros.
       77  etq-cliente-anterior pic 9(05) value zeros.
       77  etq-fim-ordenacao    pic x(01) value "N".
           88  etq-sem-mais-ordem      value "S".

      *-----------------------------------------------------------*
      * Tres etiquetas por linha de impressao, quatro linhas por   *
      * etiqueta (nome, logradouro, cidade-UF, CEP).               *
      *-----------------------------------------------------------*
       77  etq-coluna           pic 9(01) value zeros.
       77  etq-linha            pic 9(01) value zeros.
       01  etq-etiquetas.
           05  etq-etiqueta          occurs 3 times.
               10  etq-etq-linha     pic x(40) occurs 4 times.
       01  linha-etiqueta.
           05  let-coluna            occurs 3 times.
               10  let-texto         pic x(40).
               10  filler            pic x(02).
       01  etq-cidade-uf.
           05  ecu-cidade            pic x(20).
           05  filler                pic x(03) value " - ".
           05  ecu-uf                pic x(02).
       01  etq-cep-impresso.
           05  filler                pic x(04) value "CEP ".
           05  eci-setor             pic 9(05).
           05  filler                pic x(01) value "-".
           05  eci-sufixo            pic 9(03).

       77  etq-qtde-selecionados pic 9(07) value zeros.
       77  etq-qtde-sem-consent pic 9(07) value zeros.
       77  etq-qtde-excecoes    pic 9(07) value zeros.
       77  etq-qtde-repetidos   pic 9(07) value zeros.
       77  etq-qtde-etiquetas   pic 9(07) value zeros.

       01  cab-excecao.
           05  filler                pic x(45) value
                  "ETIQUETAS CORREIOS - EXCECOES DE ENDERECO".
           05  cex-origem            pic x(30).
       01  linha-excecao.
           05  lex-codigo            pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  lex-nome              pic x(30).
           05  filler                pic x(02) value spaces.
           05  lex-cep               pic 9(08).
           05  filler                pic x(02) value spaces.
           05  lex-cidade            pic x(20).
           05  filler                pic x(01) value "-".
           05  lex-uf                pic x(02).
           05  filler                pic x(02) value spaces.
           05  lex-motivo            pic x(30).
       01  linha-conta-excecao.
           05  lce-descricao         pic x(30).
           05  filler                pic x(02) value spaces.
           05  lce-quantidade        pic zzzzzz9.
       01  etq-origem-campanha-ed.
           05  filler                pic x(11) value " CAMPANHA  ".
           05  eoc-campanha          pic 9(04).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1200-carrega-tabela thru 1200-carrega-tabela-exit
           sort ordenacao-etiqueta
               on ascending key sec-cep sec-cliente
               input procedure 2000-seleciona-clientes
                        thru 2000-seleciona-clientes-exit
               output procedure 3000-gera-etiquetas
                        thru 3000-gera-etiquetas-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           if etq-consent-ok
              close consentimento-arq
           end-if
           close cliente-mestre etiqueta-relatorio excecao-relatorio
                 pretriagem-arq
           stop run.

      *-----------------------------------------------------------*
      * Origem na primeira linha do ETQCORR.PRM: "C;cccc" para a   *
      * campanha cccc, "A" para as cartas de aniversario; sem      *
      * parametro, aniversario.                                    *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if etq-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";" or space
               into etq-prm-origem etq-prm-campanha
           end-unstring
           evaluate etq-prm-origem
               when spaces
               when "A"
                   move "A" to etq-origem
               when "C"
                   if etq-prm-campanha is not numeric
                      display "ETQCORR: campanha invalida em "
                              "ETQCORR.PRM - " etq-prm-campanha
                      move 16 to return-code
                      stop run
                   end-if
                   move "C" to etq-origem
                   move etq-prm-campanha to etq-campanha
               when other
                   display "ETQCORR: origem invalida em "
                           "ETQCORR.PRM - " etq-prm-origem
                   move 16 to return-code
                   stop run
           end-evaluate.
       1100-le-parametro-exit.
           exit.

       1000-abrir-arquivos.
           call "BUSDATE" using etq-data-real etq-data-negocio
           end-call
           open input cliente-mestre
           if not etq-cliente-ok
              display "ETQCORR: erro ao abrir CLIENTE - status "
                       etq-status-cliente
              move 16 to return-code
              stop run
           end-if
           if etq-origem-campanha
              perform 1010-valida-campanha
                 thru 1010-valida-campanha-exit
           end-if
           open input municipio-mestre
           if not etq-munic-ok
              display "ETQCORR: tabela MUNICIP indisponivel - "
                      "status " etq-status-munic
              display "Cadastre as faixas pelo MUNMANUT."
              move 16 to return-code
              stop run
           end-if
           open input consentimento-arq
           if etq-status-consent = "00"
              move "S" to etq-tem-consent
           else
              display "ETQCORR: CONSENT indisponivel - nenhum "
                      "cliente autorizado."
           end-if
           open output etiqueta-relatorio excecao-relatorio
                       pretriagem-arq
           if etq-origem-campanha
              move etq-campanha to eoc-campanha
              move etq-origem-campanha-ed to cex-origem
           else
              move " CARTAS DE ANIVERSARIO" to cex-origem
           end-if
           write linha-excecao-rel from cab-excecao
           move spaces to linha-excecao-rel
           write linha-excecao-rel after advancing 1 line.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * A campanha tem que existir no mestre e ter selecao em      *
      * CAMPSEL (gravada pelo CLIEXTRA).                           *
      *-----------------------------------------------------------*
       1010-valida-campanha.
           open input campanha-mestre
           if etq-status-camp not = "00"
              display "ETQCORR: mestre CAMPANHA indisponivel - "
                      "status " etq-status-camp
              display "Cadastre a campanha pelo CMPMANUT."
              move 16 to return-code
              stop run
           end-if
           move etq-campanha to cmp-codigo
           read campanha-mestre
               invalid key
                   display "ETQCORR: campanha " etq-campanha
                           " nao cadastrada."
                   move 16 to return-code
                   stop run
           end-read
           close campanha-mestre
           open input campanha-selecao
           if etq-status-campsel not = "00"
              display "ETQCORR: CAMPSEL indisponivel - status "
                      etq-status-campsel
              display "Gere a selecao da campanha pelo CLIEXTRA."
              move 16 to return-code
              stop run
           end-if.
       1010-valida-campanha-exit.
           exit.

       1200-carrega-tabela.
           move low-values to mun-cep-inicial
           start municipio-mestre key not less than mun-cep-inicial
               invalid key
                   move "10" to etq-status-munic
               not invalid key
                   move "00" to etq-status-munic
           end-start
           perform 1210-carrega-uma-faixa
              thru 1210-carrega-uma-faixa-exit
               until etq-status-munic not = "00"
           close municipio-mestre
           if etq-qtde-faixas = zeros
              display "ETQCORR: tabela de municipios vazia."
              move 16 to return-code
              stop run
           end-if.
       1200-carrega-tabela-exit.
           exit.

       1210-carrega-uma-faixa.
           read municipio-mestre next record
               at end
                   move "10" to etq-status-munic
               not at end
                   if etq-qtde-faixas < 500
                      add 1 to etq-qtde-faixas
                      move mun-cep-inicial
                        to etq-fx-inicial(etq-qtde-faixas)
                      move mun-cep-final
                        to etq-fx-final(etq-qtde-faixas)
                      move mun-cidade
                        to etq-fx-cidade(etq-qtde-faixas)
                      move mun-uf to etq-fx-uf(etq-qtde-faixas)
                   end-if
           end-read.
       1210-carrega-uma-faixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Procedimento de entrada da ordenacao: clientes da origem   *
      * escolhida, com consentimento e endereco conferido.         *
      *-----------------------------------------------------------*
       2000-seleciona-clientes.
           if etq-origem-campanha
              perform 2100-le-selecao thru 2100-le-selecao-exit
                  until etq-status-campsel not = "00"
              close campanha-selecao
              go to 2000-seleciona-clientes-exit
           end-if
           move low-values to cli-codigo
           start cliente-mestre key not less than cli-codigo
               invalid key
                   move "10" to etq-status-cliente
               not invalid key
                   move "00" to etq-status-cliente
           end-start
           perform 2200-le-cliente thru 2200-le-cliente-exit
               until etq-status-cliente not = "00".
       2000-seleciona-clientes-exit.
           exit.

       2100-le-selecao.
           read campanha-selecao
               at end
                   move "10" to etq-status-campsel
                   go to 2100-le-selecao-exit
           end-read
           if csl-campanha not = etq-campanha
              go to 2100-le-selecao-exit
           end-if
           add 1 to etq-qtde-selecionados
           move csl-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   move spaces to cli-nome cli-endereco
                   move zeros to cli-cep
                   move "CLIENTE NAO CONSTA NO MESTRE"
                     to etq-motivo
                   perform 2400-grava-excecao
                      thru 2400-grava-excecao-exit
                   go to 2100-le-selecao-exit
           end-read
           if cli-inativo
              move "CLIENTE INATIVO" to etq-motivo
              perform 2400-grava-excecao thru 2400-grava-excecao-exit
              go to 2100-le-selecao-exit
           end-if
           perform 2300-avalia-cliente thru 2300-avalia-cliente-exit.
       2100-le-selecao-exit.
           exit.

      *-----------------------------------------------------------*
      * Cartas de aniversario: clientes ativos que fazem           *
      * aniversario nos proximos sete dias, como no ANIVCARTA.     *
      *-----------------------------------------------------------*
       2200-le-cliente.
           read cliente-mestre next record
               at end
                   move "10" to etq-status-cliente
                   go to 2200-le-cliente-exit
           end-read
           if cli-inativo
              go to 2200-le-cliente-exit
           end-if
           move cli-dia to etq-dia
           move cli-mes to etq-mes
           move cli-ano to etq-ano
           call "BDAYVAL" using etq-dia etq-mes etq-ano
                                etq-bd-status etq-bd-idade
                                etq-bd-dias-aniv
           end-call
           if not etq-data-valida or etq-bd-dias-aniv > 7
              go to 2200-le-cliente-exit
           end-if
           add 1 to etq-qtde-selecionados
           perform 2300-avalia-cliente thru 2300-avalia-cliente-exit.
       2200-le-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Consentimento do canal correio e conferencia do endereco   *
      * contra a tabela de municipios (mesmas regras do CLICEPEX); *
      * endereco que nao confere vai para as excecoes.             *
      *-----------------------------------------------------------*
       2300-avalia-cliente.
           perform 2310-verifica-consentimento
              thru 2310-verifica-consentimento-exit
           if etq-consente not = "S"
              add 1 to etq-qtde-sem-consent
              go to 2300-avalia-cliente-exit
           end-if
           if cli-logradouro = spaces
              move "LOGRADOURO EM BRANCO" to etq-motivo
              perform 2400-grava-excecao thru 2400-grava-excecao-exit
              go to 2300-avalia-cliente-exit
           end-if
           move "N" to etq-achou-faixa
           perform 2320-procura-faixa thru 2320-procura-faixa-exit
               varying etq-indice from 1 by 1
               until etq-indice > etq-qtde-faixas
                  or etq-faixa-achada
           if not etq-faixa-achada
              move "CEP FORA DA TABELA" to etq-motivo
              perform 2400-grava-excecao thru 2400-grava-excecao-exit
              go to 2300-avalia-cliente-exit
           end-if
           move function upper-case(cli-cidade) to etq-cidade-mestre
           move function upper-case(etq-fx-cidade(etq-posicao))
                to etq-cidade-tabela
           if etq-cidade-mestre not = etq-cidade-tabela
              move "CIDADE DIVERGE DA TABELA" to etq-motivo
              perform 2400-grava-excecao thru 2400-grava-excecao-exit
              go to 2300-avalia-cliente-exit
           end-if
           if function upper-case(cli-uf)
              not = function upper-case(etq-fx-uf(etq-posicao))
              move "UF DIVERGE DA TABELA" to etq-motivo
              perform 2400-grava-excecao thru 2400-grava-excecao-exit
              go to 2300-avalia-cliente-exit
           end-if
           move cli-cep to sec-cep
           move cli-codigo to sec-cliente
           move cli-nome to sec-nome
           move cli-logradouro to sec-logradouro
           move cli-cidade to sec-cidade
           move cli-uf to sec-uf
           release sec-registro.
       2300-avalia-cliente-exit.
           exit.

       2310-verifica-consentimento.
           move "N" to etq-consente
           if not etq-consent-ok
              go to 2310-verifica-consentimento-exit
           end-if
           move cli-codigo to cns-cliente
           move "C" to cns-canal
           read consentimento-arq
               invalid key
                   continue
               not invalid key
                   if cns-autorizado
                      move "S" to etq-consente
                   end-if
           end-read.
       2310-verifica-consentimento-exit.
           exit.

       2320-procura-faixa.
           if cli-cep not < etq-fx-inicial(etq-indice)
              and cli-cep not > etq-fx-final(etq-indice)
              set etq-faixa-achada to true
              move etq-indice to etq-posicao
           end-if.
       2320-procura-faixa-exit.
           exit.

       2400-grava-excecao.
           move cli-codigo to lex-codigo
           move cli-nome to lex-nome
           move cli-cep to lex-cep
           move cli-cidade to lex-cidade
           move cli-uf to lex-uf
           move etq-motivo to lex-motivo
           write linha-excecao-rel from linha-excecao
               after advancing 1 line
           add 1 to etq-qtde-excecoes.
       2400-grava-excecao-exit.
           exit.

      *-----------------------------------------------------------*
      * Procedimento de saida: etiquetas em ordem de CEP e o       *
      * arquivo de pre-triagem com os amarrados.                   *
      *-----------------------------------------------------------*
       3000-gera-etiquetas.
           move spaces to etq-etiquetas
           move zeros to etq-coluna
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until etq-sem-mais-ordem
           if etq-coluna > zeros
              perform 3200-imprime-fileira
                 thru 3200-imprime-fileira-exit
           end-if
           if etq-qtde-amarrado > zeros
              perform 3300-fecha-amarrado
                 thru 3300-fecha-amarrado-exit
           end-if
           move spaces to eps-registro
           move "T" to eps-tipo-reg
           move etq-num-amarrado to eps-trl-amarrados
           move etq-qtde-etiquetas to eps-trl-objetos
           move etq-origem to eps-trl-origem
           if etq-origem-campanha
              move etq-campanha to eps-trl-referencia
           else
              move etq-data-negocio(1:6) to eps-trl-referencia
           end-if
           move etq-data-negocio to eps-trl-data
           write eps-registro.
       3000-gera-etiquetas-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-etiqueta
               at end
                   set etq-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if etq-qtde-etiquetas > zeros
              and sec-cliente = etq-cliente-anterior
              add 1 to etq-qtde-repetidos
              go to 3010-proximo-ordenado-exit
           end-if
           move sec-cliente to etq-cliente-anterior
           move sec-cep to etq-cep-corrente
           if etq-qtde-amarrado > zeros
              and (etq-cep-setor not = etq-setor-amarrado
                   or etq-qtde-amarrado not < etq-max-amarrado)
              perform 3300-fecha-amarrado
                 thru 3300-fecha-amarrado-exit
           end-if
           if etq-qtde-amarrado = zeros
              add 1 to etq-num-amarrado
              move etq-cep-setor to etq-setor-amarrado
              move sec-cep to etq-amr-cep-inicial
           end-if
           add 1 to etq-qtde-amarrado
           add 1 to etq-qtde-etiquetas
           move sec-cep to etq-amr-cep-final
           perform 3100-monta-etiqueta thru 3100-monta-etiqueta-exit
           move spaces to eps-registro
           move "D" to eps-tipo-reg
           move etq-num-amarrado to eps-obj-amarrado
           move etq-qtde-etiquetas to eps-obj-sequencia
           move sec-cep to eps-obj-cep
           move sec-cliente to eps-obj-cliente
           move sec-nome to eps-obj-nome
           move sec-logradouro to eps-obj-logradouro
           move sec-cidade to eps-obj-cidade
           move sec-uf to eps-obj-uf
           write eps-registro.
       3010-proximo-ordenado-exit.
           exit.

       3100-monta-etiqueta.
           add 1 to etq-coluna
           move sec-nome to etq-etq-linha(etq-coluna 1)
           move sec-logradouro to etq-etq-linha(etq-coluna 2)
           move sec-cidade to ecu-cidade
           move sec-uf to ecu-uf
           move etq-cidade-uf to etq-etq-linha(etq-coluna 3)
           move etq-cep-setor to eci-setor
           move etq-cep-sufixo to eci-sufixo
           move etq-cep-impresso to etq-etq-linha(etq-coluna 4)
           if etq-coluna = 3
              perform 3200-imprime-fileira
                 thru 3200-imprime-fileira-exit
           end-if.
       3100-monta-etiqueta-exit.
           exit.

       3200-imprime-fileira.
           perform 3210-imprime-linha thru 3210-imprime-linha-exit
               varying etq-linha from 1 by 1
               until etq-linha > 4
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move spaces to etq-etiquetas
           move zeros to etq-coluna.
       3200-imprime-fileira-exit.
           exit.

       3210-imprime-linha.
           move spaces to linha-etiqueta
           move etq-etq-linha(1 etq-linha) to let-texto(1)
           move etq-etq-linha(2 etq-linha) to let-texto(2)
           move etq-etq-linha(3 etq-linha) to let-texto(3)
           write linha-relatorio from linha-etiqueta
               after advancing 1 line.
       3210-imprime-linha-exit.
           exit.

       3300-fecha-amarrado.
           move spaces to eps-registro
           move "A" to eps-tipo-reg
           move etq-num-amarrado to eps-amr-numero
           move etq-amr-cep-inicial to eps-amr-cep-inicial
           move etq-amr-cep-final to eps-amr-cep-final
           move etq-qtde-amarrado to eps-amr-qtde
           write eps-registro
           move zeros to etq-qtde-amarrado.
       3300-fecha-amarrado-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-excecao-rel
           write linha-excecao-rel after advancing 1 line
           move "CLIENTES SELECIONADOS:" to lce-descricao
           move etq-qtde-selecionados to lce-quantidade
           write linha-excecao-rel from linha-conta-excecao
               after advancing 1 line
           move "SEM CONSENTIMENTO PARA CORREIO:" to lce-descricao
           move etq-qtde-sem-consent to lce-quantidade
           write linha-excecao-rel from linha-conta-excecao
               after advancing 1 line
           move "EXCECOES DE ENDERECO:" to lce-descricao
           move etq-qtde-excecoes to lce-quantidade
           write linha-excecao-rel from linha-conta-excecao
               after advancing 1 line
           move "SELECOES REPETIDAS:" to lce-descricao
           move etq-qtde-repetidos to lce-quantidade
           write linha-excecao-rel from linha-conta-excecao
               after advancing 1 line
           move "ETIQUETAS IMPRESSAS:" to lce-descricao
           move etq-qtde-etiquetas to lce-quantidade
           write linha-excecao-rel from linha-conta-excecao
               after advancing 1 line
           move "AMARRADOS:" to lce-descricao
           move etq-num-amarrado to lce-quantidade
           write linha-excecao-rel from linha-conta-excecao
               after advancing 1 line
           display "ETQCORR: " etq-qtde-etiquetas " etiquetas em "
                   etq-num-amarrado " amarrados, "
                   etq-qtde-excecoes " excecoes de endereco.".
       4000-imprime-totais-exit.
           exit.
