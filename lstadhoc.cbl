      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. lstadhoc.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Listagem avulsa sobre os mestres de      *
      *                    clientes e vendedores, dirigida por      *
      *                    arquivo de parametros (padrao            *
      *                    LSTADHOC.PRM): mestre, campos a          *
      *                    imprimir, condicoes de selecao ligadas   *
      *                    por E / OU, chaves de ordem, quebras com *
      *                    subtotal e campos somados.  Relatorio    *
      *                    catalogado pelo RPTNAME; campos da       *
      *                    tabela CAMPSENS saem mascarados abaixo   *
      *                    do nivel exigido (CAMPMASC), e nao podem *
      *                    ser usados para selecionar, ordenar ou   *
      *                    quebrar.                                 *
      *                                                            *
      *  Parametros, um por linha, separados por ";" (linha        *
      *  iniciada por "*" e comentario):                           *
      *      MESTRE;CLIENTE ou MESTRE;VENDEDOR                     *
      *      TITULO;texto do cabecalho                             *
      *      CAMPO;nome               (ate 12, na ordem da linha)  *
      *      SELECAO;conector;nome;operador;valor   (ate 10)       *
      *          conector E ou OU (ignorado na primeira); OU abre  *
      *          novo grupo - o E liga mais forte que o OU.        *
      *          operador = <> > < >= <=                           *
      *          valor de data: AAAAMMDD, HOJE, HOJE-n, HOJE+n,    *
      *          INICIO-MES ou INICIO-ANO (data de negocio)        *
      *      ORDEM;nome               (ate 3 chaves, crescente)    *
      *      QUEBRA;nome              (ate 2, com subtotal; a      *
      *                                quebra e a primeira chave)  *
      *      SOMA;nome                (ate 5 campos numericos)     *
      *  CLI-ULTIMA-COMPRA vem do CLISCORE (data da ultima compra; *
      *  zeros = nunca comprou).                                   *
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
           select arq-parametros assign to dynamic lah-nome-parametros
               organization is line sequential
               file status is lah-status-parm.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is lah-status-mestre.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is lah-status-mestre.

           select escore-arq assign to "CLISCORE"
               organization is indexed
               access mode is dynamic
               record key is sco-cliente
               file status is lah-status-escore.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is lah-status-sessao.

           select ordenacao-listagem assign to "LAHSORT".

           select registros-ordenados assign to "LAHWORK"
               organization is line sequential
               file status is lah-status-work.

           select listagem-relatorio
               assign to dynamic lah-nome-relatorio
               organization is line sequential
               file status is lah-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  cliente-mestre.
           copy CLIREC.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  escore-arq.
           copy SCOREREC.

       fd  sessao-corrente.
           copy SESSREC.

      *-----------------------------------------------------------*
      * Tres chaves de ordem montadas com os bytes do campo e a    *
      * imagem do registro do mestre; nas posicoes 151-158 da      *
      * imagem vai a ultima compra do cliente (CLISCORE).          *
      *-----------------------------------------------------------*
       sd  ordenacao-listagem.
       01  sla-registro.
           05  sla-chave-1           pic x(30).
           05  sla-chave-2           pic x(30).
           05  sla-chave-3           pic x(30).
           05  sla-imagem            pic x(158).

       fd  registros-ordenados.
       01  rla-registro.
           05  rla-chave-1           pic x(30).
           05  rla-chave-2           pic x(30).
           05  rla-chave-3           pic x(30).
           05  rla-imagem            pic x(158).

       fd  listagem-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  lah-status-parm      pic x(02) value spaces.
           88  lah-fim-parm            value "10".
       77  lah-status-mestre    pic x(02) value spaces.
       77  lah-status-escore    pic x(02) value spaces.
       77  lah-status-sessao    pic x(02) value spaces.
       77  lah-status-work      pic x(02) value spaces.
           88  lah-fim-work            value "10".
       77  lah-status-relat     pic x(02) value spaces.

       77  lah-nome-parametros  pic x(30) value spaces.
       77  lah-rpt-base         pic x(08) value "LSTADHOC".
       77  lah-nome-relatorio   pic x(30) value spaces.
       77  lah-rpt-status       pic x(01) value spaces.

       77  lah-data-real        pic 9(08) value zeros.
       77  lah-data-negocio     pic 9(08) value zeros.
       77  lah-operador-sessao  pic x(08) value "LSTADHOC".
       77  lah-nivel-sessao     pic 9(01) value 1.

       77  lah-mestre           pic x(08) value spaces.
       77  lah-prefixo          pic x(04) value spaces.
       77  lah-titulo           pic x(72) value spaces.
       77  lah-escore-aberto    pic x(01) value "N".
           88  lah-escore-disponivel   value "S".

      *-----------------------------------------------------------*
      * Linha de parametro desmontada.                             *
      *-----------------------------------------------------------*
       77  lah-linha-prm        pic 9(04) value zeros.
       77  lah-prm-chave        pic x(10) value spaces.
       77  lah-prm-arg-1        pic x(30) value spaces.
       77  lah-prm-arg-2        pic x(30) value spaces.
       77  lah-prm-arg-3        pic x(30) value spaces.
       77  lah-prm-arg-4        pic x(30) value spaces.
       77  lah-mensagem         pic x(60) value spaces.

      *-----------------------------------------------------------*
      * Dicionario dos campos: nome, posicao e tamanho na imagem,  *
      * tipo (X texto, N numerico, D data AAAAMMDD) e decimais.    *
      *-----------------------------------------------------------*
       01  lah-dicionario-valores.
           05  filler                pic x(29) value
               "CLI-CODIGO            00105N0".
           05  filler                pic x(29) value
               "CLI-NOME              00630X0".
           05  filler                pic x(29) value
               "CLI-DIA               03602N0".
           05  filler                pic x(29) value
               "CLI-MES               03802N0".
           05  filler                pic x(29) value
               "CLI-ANO               04004N0".
           05  filler                pic x(29) value
               "CLI-TELEFONE          04414X0".
           05  filler                pic x(29) value
               "CLI-SALARIO           05809N2".
           05  filler                pic x(29) value
               "CLI-LOGRADOURO        06730X0".
           05  filler                pic x(29) value
               "CLI-CIDADE            09720X0".
           05  filler                pic x(29) value
               "CLI-UF                11702X0".
           05  filler                pic x(29) value
               "CLI-CEP               11908N0".
           05  filler                pic x(29) value
               "CLI-SITUACAO          12701X0".
           05  filler                pic x(29) value
               "CLI-FILIAL            12803N0".
           05  filler                pic x(29) value
               "CLI-LIMITE-CREDITO    13109N2".
           05  filler                pic x(29) value
               "CLI-VENDEDOR          14005N0".
           05  filler                pic x(29) value
               "CLI-ULTIMA-COMPRA     15108D0".
           05  filler                pic x(29) value
               "VDR-CODIGO            00105N0".
           05  filler                pic x(29) value
               "VDR-NOME              00630X0".
           05  filler                pic x(29) value
               "VDR-VENDAS-PERIODO    03611N2".
           05  filler                pic x(29) value
               "VDR-COMISSAO-PERIODO  04709N2".
           05  filler                pic x(29) value
               "VDR-VENDAS-ACUM       05611N2".
           05  filler                pic x(29) value
               "VDR-COMISSAO-ACUM     06709N2".
           05  filler                pic x(29) value
               "VDR-SITUACAO          07601X0".
           05  filler                pic x(29) value
               "VDR-DATA-ADMISSAO     07708D0".
           05  filler                pic x(29) value
               "VDR-DATA-DESLIGAMENTO 08508D0".
           05  filler                pic x(29) value
               "VDR-META-PERIODO      09311N2".
           05  filler                pic x(29) value
               "VDR-FILIAL            10403N0".
           05  filler                pic x(29) value
               "VDR-SUPERVISOR        10705N0".
           05  filler                pic x(29) value
               "VDR-TAXA-OVERRIDE     11204N3".
           05  filler                pic x(29) value
               "VDR-REGIME-COMISSAO   11601X0".
           05  filler                pic x(29) value
               "VDR-BONUS-PERIODO     11709N2".
           05  filler                pic x(29) value
               "VDR-BONUS-ACUM        12609N2".
       01  lah-dicionario redefines lah-dicionario-valores.
           05  lah-dic-entrada occurs 32 times.
               10  lah-dic-nome      pic x(22).
               10  lah-dic-posicao   pic 9(03).
               10  lah-dic-tamanho   pic 9(02).
               10  lah-dic-tipo      pic x(01).
               10  lah-dic-decimais  pic 9(01).
       77  lah-qtde-dicionario  pic 9(03) comp value 32.
       77  lah-campo-procurado  pic x(30) value spaces.
       77  lah-campo-achado     pic 9(03) comp value zeros.
       77  lah-ind-dic          pic 9(03) comp value zeros.

      *-----------------------------------------------------------*
      * Colunas, condicoes, chaves, quebras e somas pedidas.       *
      *-----------------------------------------------------------*
       77  lah-qtde-colunas     pic 9(03) comp value zeros.
       77  lah-ind-col          pic 9(03) comp value zeros.
       77  lah-largura-total    pic 9(03) comp value zeros.
       01  lah-tabela-colunas.
           05  lah-coluna occurs 12 times.
               10  lah-col-campo     pic 9(03) comp.
               10  lah-col-largura   pic 9(03) comp.
               10  lah-col-mostra    pic x(01).

       77  lah-qtde-condicoes   pic 9(03) comp value zeros.
       77  lah-qtde-grupos      pic 9(03) comp value zeros.
       77  lah-ind-cond         pic 9(03) comp value zeros.
       77  lah-ind-grupo        pic 9(03) comp value zeros.
       01  lah-tabela-condicoes.
           05  lah-condicao occurs 10 times.
               10  lah-cd-conector   pic x(02).
               10  lah-cd-campo      pic 9(03) comp.
               10  lah-cd-grupo      pic 9(03) comp.
               10  lah-cd-operador   pic x(02).
               10  lah-cd-literal    pic x(30).
               10  lah-cd-texto      pic x(30).
               10  lah-cd-valor      pic s9(11)v999.
       01  lah-tabela-grupos.
           05  lah-grupo-ok          pic x(01) occurs 10 times.
       77  lah-selecionado      pic x(01) value "N".
           88  lah-registro-selecionado value "S".
       77  lah-comparacao       pic x(01) value spaces.
       77  lah-condicao-ok      pic x(01) value "N".

       77  lah-qtde-ordem       pic 9(03) comp value zeros.
       77  lah-qtde-quebras     pic 9(03) comp value zeros.
       77  lah-qtde-chaves      pic 9(03) comp value zeros.
       77  lah-ind-chave        pic 9(03) comp value zeros.
       77  lah-ind-ordem        pic 9(03) comp value zeros.
       77  lah-ja-e-chave       pic x(01) value "N".
       01  lah-tabela-ordem.
           05  lah-ordem-campo       pic 9(03) comp occurs 3 times.
       01  lah-tabela-quebras.
           05  lah-quebra-campo      pic 9(03) comp occurs 2 times.
       01  lah-tabela-chaves.
           05  lah-chave-campo       pic 9(03) comp occurs 3 times.
       01  lah-chaves-montadas.
           05  lah-chave-montada     pic x(30) occurs 3 times.

       77  lah-qtde-somas       pic 9(03) comp value zeros.
       77  lah-ind-soma         pic 9(03) comp value zeros.
       01  lah-tabela-somas.
           05  lah-soma occurs 5 times.
               10  lah-soma-campo    pic 9(03) comp.
               10  lah-soma-mostra   pic x(01).

      *-----------------------------------------------------------*
      * Totais: nivel 1 e 2 = quebras, nivel 3 = geral.            *
      *-----------------------------------------------------------*
       77  lah-nivel            pic 9(03) comp value zeros.
       01  lah-tabela-totais.
           05  lah-total occurs 3 times.
               10  lah-tot-registros pic 9(09).
               10  lah-tot-soma      pic 9(13)v999 occurs 5 times.
       77  lah-primeiro         pic x(01) value "S".
           88  lah-primeiro-registro   value "S".
       01  lah-chaves-anteriores.
           05  lah-chave-anterior    pic x(30) occurs 2 times.

      *-----------------------------------------------------------*
      * Extracao de um campo da imagem.                            *
      *-----------------------------------------------------------*
       77  lah-imagem           pic x(158) value spaces.
       77  lah-ext-campo        pic 9(03) comp value zeros.
       77  lah-ext-posicao      pic 9(03) comp value zeros.
       77  lah-ext-tamanho      pic 9(03) comp value zeros.
       77  lah-ext-inicio       pic 9(03) comp value zeros.
       77  lah-ext-texto        pic x(30) value spaces.
       77  lah-ext-valor        pic s9(11)v999 value zeros.
       01  lah-ext-numero.
           05  lah-ext-digitos       pic 9(14).
       01  lah-ext-numero-x redefines lah-ext-numero.
           05  lah-ext-digitos-x     pic x(14).

      *-----------------------------------------------------------*
      * Valor de data nas condicoes.                               *
      *-----------------------------------------------------------*
       77  lah-tok-base         pic x(12) value spaces.
       77  lah-tok-dias         pic x(05) value spaces.
       77  lah-tok-sinal        pic x(01) value spaces.
       77  lah-tok-qtde-dias    pic 9(05) value zeros.
       77  lah-data-calculada   pic 9(08) value zeros.
       77  lah-int-data         pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Campos sensiveis (CAMPMASC/CAMPSENS.DAT).                  *
      *-----------------------------------------------------------*
       77  lah-cm-funcao        pic x(001) value "C".
       77  lah-cm-campo         pic x(030) value spaces.
       77  lah-cm-programa      pic x(008) value "LSTADHOC".
       77  lah-cm-chave         pic x(020) value spaces.
       77  lah-cm-resultado     pic x(001) value spaces.
           88  lah-cm-mostra           value "S".
       77  lah-cm-uso           pic x(10) value spaces.

       77  lah-qtde-lidos       pic 9(09) value zeros.
       77  lah-qtde-listados    pic 9(09) value zeros.
       77  lah-ponteiro         pic 9(03) comp value zeros.
       77  lah-col-texto        pic x(30) value spaces.
       77  lah-cabec-col        pic x(30) value spaces.
       77  lah-asteriscos       pic x(30) value all "*".
       77  lah-ed-valor-2       pic zzz.zzz.zz9,99.
       77  lah-ed-valor-3       pic z9,999.
       77  lah-ed-soma          pic zzz.zzz.zzz.zz9,99.

       01  cab-listagem.
           05  filler                pic x(18) value
                  "LISTAGEM AVULSA - ".
           05  cls-titulo            pic x(72).
       01  cab-listagem-2.
           05  filler                pic x(08) value "MESTRE: ".
           05  cls-mestre            pic x(08).
           05  filler                pic x(14) value "  PARAMETROS: ".
           05  cls-parametros        pic x(30).
           05  filler                pic x(08) value "  DATA: ".
           05  cls-data              pic 9(08).
           05  filler                pic x(12) value "  OPERADOR: ".
           05  cls-operador          pic x(08).
       01  linha-condicao-lah.
           05  filler                pic x(09) value "SELECAO: ".
           05  lcd-conector          pic x(03).
           05  lcd-campo             pic x(22).
           05  lcd-operador          pic x(03).
           05  lcd-valor             pic x(30).
       01  linha-subtotal-lah.
           05  lst-rotulo            pic x(06).
           05  lst-campo             pic x(19).
           05  lst-valor             pic x(30).
           05  filler                pic x(13) value "  REGISTROS: ".
           05  lst-registros         pic zzzzzzzz9.
       01  linha-soma-lah.
           05  filler                pic x(06) value spaces.
           05  lsm-campo             pic x(23).
           05  lsm-valor             pic x(18).
       01  linha-conta-lah.
           05  lcl-descricao         pic x(30).
           05  lcl-quantidade        pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "LISTAGEM AVULSA DE CLIENTES E VENDEDORES" at 0310
           display "Parametros (vazio = LSTADHOC.PRM): " at 0510
           accept lah-nome-parametros at 0546
           if lah-nome-parametros = spaces
              move "LSTADHOC.PRM" to lah-nome-parametros
           end-if
           call "BUSDATE" using lah-data-real lah-data-negocio
           end-call
           perform 0500-le-sessao thru 0500-le-sessao-exit
           perform 1000-le-parametros thru 1000-le-parametros-exit
           perform 1300-confere-mascaras
              thru 1300-confere-mascaras-exit
           perform 2000-abre-relatorio thru 2000-abre-relatorio-exit
           sort ordenacao-listagem
               on ascending key sla-chave-1
                                sla-chave-2
                                sla-chave-3
               input procedure 3000-seleciona-registros
                        thru 3000-seleciona-registros-exit
               giving registros-ordenados
           perform 4000-imprime-listagem
              thru 4000-imprime-listagem-exit
           perform 6000-imprime-totais thru 6000-imprime-totais-exit
           close listagem-relatorio
           display "Listados: " lah-qtde-listados " de "
                   lah-qtde-lidos " lidos" at 0710
           display "Relatorio gerado em " lah-nome-relatorio at 0810
           stop run.

      *-----------------------------------------------------------*
      * Nivel da sessao do SIGNON para os campos sensiveis; sem    *
      * sessao vale o nivel de operador.                           *
      *-----------------------------------------------------------*
       0500-le-sessao.
           open input sessao-corrente
           if lah-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to lah-operador-sessao
                      move ses-nivel to lah-nivel-sessao
              end-read
              close sessao-corrente
           end-if.
       0500-le-sessao-exit.
           exit.

       1000-le-parametros.
           open input arq-parametros
           if lah-status-parm not = "00"
              display "LSTADHOC: erro ao abrir " lah-nome-parametros
                      " - status " lah-status-parm at 0710
              move 16 to return-code
              stop run
           end-if
           perform 1010-le-linha thru 1010-le-linha-exit
               until lah-fim-parm
           close arq-parametros
           move zeros to lah-linha-prm
           if lah-mestre = spaces
              move "MESTRE NAO INFORMADO" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           if lah-qtde-colunas = zeros
              move "NENHUM CAMPO A IMPRIMIR" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           if lah-largura-total > 132
              move "CAMPOS NAO CABEM NA LINHA DE 132" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           perform 1200-monta-chaves thru 1200-monta-chaves-exit.
       1000-le-parametros-exit.
           exit.

       1010-le-linha.
           read arq-parametros
               at end
                   set lah-fim-parm to true
                   go to 1010-le-linha-exit
           end-read
           add 1 to lah-linha-prm
           if prm-linha = spaces or prm-linha(1:1) = "*"
              go to 1010-le-linha-exit
           end-if
           move function upper-case(prm-linha) to prm-linha
           move spaces to lah-prm-chave lah-prm-arg-1 lah-prm-arg-2
                          lah-prm-arg-3 lah-prm-arg-4
           unstring prm-linha delimited by ";"
               into lah-prm-chave lah-prm-arg-1 lah-prm-arg-2
                    lah-prm-arg-3 lah-prm-arg-4
           end-unstring
           evaluate lah-prm-chave
               when "MESTRE"
                   perform 1030-mestre thru 1030-mestre-exit
               when "TITULO"
                   move prm-linha(8:72) to lah-titulo
               when "CAMPO"
                   perform 1040-campo thru 1040-campo-exit
               when "SELECAO"
                   perform 1050-selecao thru 1050-selecao-exit
               when "ORDEM"
                   perform 1060-ordem thru 1060-ordem-exit
               when "QUEBRA"
                   perform 1070-quebra thru 1070-quebra-exit
               when "SOMA"
                   perform 1080-soma thru 1080-soma-exit
               when other
                   move "PALAVRA-CHAVE DESCONHECIDA" to lah-mensagem
                   perform 9000-erro-parametro
                      thru 9000-erro-parametro-exit
           end-evaluate.
       1010-le-linha-exit.
           exit.

       1030-mestre.
           if lah-mestre not = spaces
              move "MESTRE INFORMADO MAIS DE UMA VEZ" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           evaluate lah-prm-arg-1
               when "CLIENTE"
                   move "CLIENTE" to lah-mestre
                   move "CLI-" to lah-prefixo
               when "VENDEDOR"
                   move "VENDEDOR" to lah-mestre
                   move "VDR-" to lah-prefixo
               when other
                   move "MESTRE DEVE SER CLIENTE OU VENDEDOR"
                     to lah-mensagem
                   perform 9000-erro-parametro
                      thru 9000-erro-parametro-exit
           end-evaluate.
       1030-mestre-exit.
           exit.

      *-----------------------------------------------------------*
      * Largura da coluna pelo tipo do campo, nunca menor que 8    *
      * para caber o nome no cabecalho.                            *
      *-----------------------------------------------------------*
       1040-campo.
           move lah-prm-arg-1 to lah-campo-procurado
           perform 1100-procura-campo thru 1100-procura-campo-exit
           if lah-qtde-colunas not < 12
              move "MAIS DE 12 CAMPOS" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           add 1 to lah-qtde-colunas
           move lah-campo-achado to lah-col-campo(lah-qtde-colunas)
           move "S" to lah-col-mostra(lah-qtde-colunas)
           evaluate true
               when lah-dic-tipo(lah-campo-achado) = "D"
                   move 10 to lah-col-largura(lah-qtde-colunas)
               when lah-dic-tipo(lah-campo-achado) = "N"
                    and lah-dic-decimais(lah-campo-achado) = 2
                   move 14 to lah-col-largura(lah-qtde-colunas)
               when lah-dic-tipo(lah-campo-achado) = "N"
                    and lah-dic-decimais(lah-campo-achado) = 3
                   move 6 to lah-col-largura(lah-qtde-colunas)
               when other
                   move lah-dic-tamanho(lah-campo-achado)
                     to lah-col-largura(lah-qtde-colunas)
           end-evaluate
           if lah-col-largura(lah-qtde-colunas) < 8
              move 8 to lah-col-largura(lah-qtde-colunas)
           end-if
           compute lah-largura-total = lah-largura-total
                   + lah-col-largura(lah-qtde-colunas) + 2.
       1040-campo-exit.
           exit.

      *-----------------------------------------------------------*
      * Condicao: OU abre novo grupo; dentro do grupo vale E.      *
      *-----------------------------------------------------------*
       1050-selecao.
           move lah-prm-arg-2 to lah-campo-procurado
           perform 1100-procura-campo thru 1100-procura-campo-exit
           if lah-qtde-condicoes not < 10
              move "MAIS DE 10 CONDICOES" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           if lah-prm-arg-3 not = "=" and not = "<>" and not = ">"
              and not = "<" and not = ">=" and not = "<="
              move "OPERADOR INVALIDO (= <> > < >= <=)"
                to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           add 1 to lah-qtde-condicoes
           evaluate true
               when lah-qtde-condicoes = 1
                   move 1 to lah-qtde-grupos
                   move spaces to lah-prm-arg-1
               when lah-prm-arg-1 = "OU"
                   add 1 to lah-qtde-grupos
               when lah-prm-arg-1 = "E"
                   continue
               when other
                   move "CONECTOR DEVE SER E OU OU" to lah-mensagem
                   perform 9000-erro-parametro
                      thru 9000-erro-parametro-exit
           end-evaluate
           move lah-prm-arg-1 to lah-cd-conector(lah-qtde-condicoes)
           move lah-campo-achado to lah-cd-campo(lah-qtde-condicoes)
           move lah-qtde-grupos to lah-cd-grupo(lah-qtde-condicoes)
           move lah-prm-arg-3 to lah-cd-operador(lah-qtde-condicoes)
           move lah-prm-arg-4 to lah-cd-literal(lah-qtde-condicoes)
           move lah-prm-arg-4 to lah-cd-texto(lah-qtde-condicoes)
           move zeros to lah-cd-valor(lah-qtde-condicoes)
           evaluate lah-dic-tipo(lah-campo-achado)
               when "D"
                   perform 1055-valor-data thru 1055-valor-data-exit
                   move lah-data-calculada
                     to lah-cd-valor(lah-qtde-condicoes)
               when "N"
                   compute lah-cd-valor(lah-qtde-condicoes) =
                           function numval(lah-prm-arg-4)
           end-evaluate.
       1050-selecao-exit.
           exit.

       1055-valor-data.
           move spaces to lah-tok-base lah-tok-dias lah-tok-sinal
           unstring lah-prm-arg-4 delimited by "-" or "+"
               into lah-tok-base delimiter in lah-tok-sinal
                    lah-tok-dias
           end-unstring
           if lah-tok-base = "INICIO"
              move spaces to lah-tok-base lah-tok-dias lah-tok-sinal
              move lah-prm-arg-4 to lah-tok-base
           end-if
           evaluate lah-tok-base
               when "HOJE"
                   move lah-data-negocio to lah-data-calculada
               when "INICIO-MES"
                   move lah-data-negocio to lah-data-calculada
                   move "01" to lah-data-calculada(7:2)
               when "INICIO-ANO"
                   move lah-data-negocio to lah-data-calculada
                   move "0101" to lah-data-calculada(5:4)
               when other
                   if lah-prm-arg-4(1:8) is not numeric
                      or lah-prm-arg-4(9:1) not = space
                      move "DATA DEVE SER AAAAMMDD OU HOJE[-+]N"
                        to lah-mensagem
                      perform 9000-erro-parametro
                         thru 9000-erro-parametro-exit
                   end-if
                   move lah-prm-arg-4(1:8) to lah-data-calculada
                   go to 1055-valor-data-exit
           end-evaluate
           if lah-tok-sinal = space
              go to 1055-valor-data-exit
           end-if
           if lah-tok-dias = spaces
              move "DIAS NAO INFORMADOS APOS O SINAL" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           move function numval(lah-tok-dias) to lah-tok-qtde-dias
           move function integer-of-date(lah-data-calculada)
             to lah-int-data
           if lah-tok-sinal = "-"
              subtract lah-tok-qtde-dias from lah-int-data
           else
              add lah-tok-qtde-dias to lah-int-data
           end-if
           move function date-of-integer(lah-int-data)
             to lah-data-calculada.
       1055-valor-data-exit.
           exit.

       1060-ordem.
           move lah-prm-arg-1 to lah-campo-procurado
           perform 1100-procura-campo thru 1100-procura-campo-exit
           if lah-qtde-ordem not < 3
              move "MAIS DE 3 CHAVES DE ORDEM" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           add 1 to lah-qtde-ordem
           move lah-campo-achado to lah-ordem-campo(lah-qtde-ordem).
       1060-ordem-exit.
           exit.

       1070-quebra.
           move lah-prm-arg-1 to lah-campo-procurado
           perform 1100-procura-campo thru 1100-procura-campo-exit
           if lah-qtde-quebras not < 2
              move "MAIS DE 2 QUEBRAS" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           add 1 to lah-qtde-quebras
           move lah-campo-achado to lah-quebra-campo(lah-qtde-quebras).
       1070-quebra-exit.
           exit.

       1080-soma.
           move lah-prm-arg-1 to lah-campo-procurado
           perform 1100-procura-campo thru 1100-procura-campo-exit
           if lah-dic-tipo(lah-campo-achado) not = "N"
              move "SOMA SO DE CAMPO NUMERICO" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           if lah-qtde-somas not < 5
              move "MAIS DE 5 CAMPOS SOMADOS" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           add 1 to lah-qtde-somas
           move lah-campo-achado to lah-soma-campo(lah-qtde-somas)
           move "S" to lah-soma-mostra(lah-qtde-somas).
       1080-soma-exit.
           exit.

      *-----------------------------------------------------------*
      * Campo do dicionario, do mestre escolhido.                  *
      *-----------------------------------------------------------*
       1100-procura-campo.
           if lah-mestre = spaces
              move "MESTRE DEVE VIR ANTES DOS CAMPOS" to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           move zeros to lah-campo-achado
           perform 1110-compara-nome thru 1110-compara-nome-exit
               varying lah-ind-dic from 1 by 1
               until lah-ind-dic > lah-qtde-dicionario
                  or lah-campo-achado > zeros
           if lah-campo-achado = zeros
              move spaces to lah-mensagem
              string "CAMPO DESCONHECIDO NO " delimited by size
                     lah-mestre delimited by space
                     ": " delimited by size
                     lah-campo-procurado delimited by space
                     into lah-mensagem
              end-string
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if.
       1100-procura-campo-exit.
           exit.

       1110-compara-nome.
           if lah-dic-nome(lah-ind-dic) = lah-campo-procurado
              and lah-dic-nome(lah-ind-dic)(1:4) = lah-prefixo
              move lah-ind-dic to lah-campo-achado
           end-if.
       1110-compara-nome-exit.
           exit.

      *-----------------------------------------------------------*
      * Chaves do sort: as quebras primeiro, depois as ordens que  *
      * ainda nao estao entre elas.                                *
      *-----------------------------------------------------------*
       1200-monta-chaves.
           move zeros to lah-qtde-chaves
           perform 1210-inclui-quebra thru 1210-inclui-quebra-exit
               varying lah-ind-ordem from 1 by 1
               until lah-ind-ordem > lah-qtde-quebras
           perform 1220-inclui-ordem thru 1220-inclui-ordem-exit
               varying lah-ind-ordem from 1 by 1
               until lah-ind-ordem > lah-qtde-ordem.
       1200-monta-chaves-exit.
           exit.

       1210-inclui-quebra.
           add 1 to lah-qtde-chaves
           move lah-quebra-campo(lah-ind-ordem)
             to lah-chave-campo(lah-qtde-chaves).
       1210-inclui-quebra-exit.
           exit.

       1220-inclui-ordem.
           move "N" to lah-ja-e-chave
           perform 1230-procura-chave thru 1230-procura-chave-exit
               varying lah-ind-chave from 1 by 1
               until lah-ind-chave > lah-qtde-chaves
           if lah-ja-e-chave = "S"
              go to 1220-inclui-ordem-exit
           end-if
           if lah-qtde-chaves not < 3
              move "QUEBRAS E ORDENS PASSAM DE 3 CHAVES"
                to lah-mensagem
              perform 9000-erro-parametro thru 9000-erro-parametro-exit
           end-if
           add 1 to lah-qtde-chaves
           move lah-ordem-campo(lah-ind-ordem)
             to lah-chave-campo(lah-qtde-chaves).
       1220-inclui-ordem-exit.
           exit.

       1230-procura-chave.
           if lah-chave-campo(lah-ind-chave)
              = lah-ordem-campo(lah-ind-ordem)
              move "S" to lah-ja-e-chave
           end-if.
       1230-procura-chave-exit.
           exit.

      *-----------------------------------------------------------*
      * Campo sensivel abaixo do nivel: na coluna e na soma sai    *
      * mascarado; em selecao, ordem ou quebra a listagem e        *
      * recusada, porque o resultado revelaria o valor.            *
      *-----------------------------------------------------------*
       1300-confere-mascaras.
           perform 1310-mascara-coluna thru 1310-mascara-coluna-exit
               varying lah-ind-col from 1 by 1
               until lah-ind-col > lah-qtde-colunas
           perform 1320-mascara-soma thru 1320-mascara-soma-exit
               varying lah-ind-soma from 1 by 1
               until lah-ind-soma > lah-qtde-somas
           move "SELECAO" to lah-cm-uso
           perform 1330-confere-condicao
              thru 1330-confere-condicao-exit
               varying lah-ind-cond from 1 by 1
               until lah-ind-cond > lah-qtde-condicoes
           move "ORDEM" to lah-cm-uso
           perform 1340-confere-chave thru 1340-confere-chave-exit
               varying lah-ind-chave from 1 by 1
               until lah-ind-chave > lah-qtde-chaves.
       1300-confere-mascaras-exit.
           exit.

       1310-mascara-coluna.
           move lah-dic-nome(lah-col-campo(lah-ind-col))
             to lah-cm-campo
           perform 1350-consulta-nivel thru 1350-consulta-nivel-exit
           if not lah-cm-mostra
              move "N" to lah-col-mostra(lah-ind-col)
           end-if.
       1310-mascara-coluna-exit.
           exit.

       1320-mascara-soma.
           move lah-dic-nome(lah-soma-campo(lah-ind-soma))
             to lah-cm-campo
           perform 1350-consulta-nivel thru 1350-consulta-nivel-exit
           if not lah-cm-mostra
              move "N" to lah-soma-mostra(lah-ind-soma)
           end-if.
       1320-mascara-soma-exit.
           exit.

       1330-confere-condicao.
           move lah-dic-nome(lah-cd-campo(lah-ind-cond))
             to lah-cm-campo
           perform 1350-consulta-nivel thru 1350-consulta-nivel-exit
           if not lah-cm-mostra
              perform 1360-recusa-campo thru 1360-recusa-campo-exit
           end-if.
       1330-confere-condicao-exit.
           exit.

       1340-confere-chave.
           move lah-dic-nome(lah-chave-campo(lah-ind-chave))
             to lah-cm-campo
           perform 1350-consulta-nivel thru 1350-consulta-nivel-exit
           if not lah-cm-mostra
              perform 1360-recusa-campo thru 1360-recusa-campo-exit
           end-if.
       1340-confere-chave-exit.
           exit.

       1350-consulta-nivel.
           call "CAMPMASC" using lah-cm-funcao lah-cm-campo
                                  lah-nivel-sessao lah-cm-programa
                                  lah-operador-sessao lah-cm-chave
                                  lah-cm-resultado
           end-call.
       1350-consulta-nivel-exit.
           exit.

       1360-recusa-campo.
           move spaces to lah-mensagem
           string lah-cm-campo delimited by space
                  " EXIGE NIVEL MAIOR PARA " delimited by size
                  lah-cm-uso delimited by space
                  into lah-mensagem
           end-string
           perform 9000-erro-parametro thru 9000-erro-parametro-exit.
       1360-recusa-campo-exit.
           exit.

       2000-abre-relatorio.
           call "RPTNAME" using lah-rpt-base lah-nome-relatorio
                                 lah-rpt-status
           end-call
           if lah-rpt-status not = "0"
              move "LSTADHOC.RPT" to lah-nome-relatorio
           end-if
           open output listagem-relatorio
           if lah-status-relat not = "00"
              display "LSTADHOC: erro ao criar " lah-nome-relatorio
                      " - status " lah-status-relat at 0710
              move 16 to return-code
              stop run
           end-if
           move lah-titulo to cls-titulo
           write linha-relatorio from cab-listagem
           move lah-mestre to cls-mestre
           move lah-nome-parametros to cls-parametros
           move lah-data-negocio to cls-data
           move lah-operador-sessao to cls-operador
           write linha-relatorio from cab-listagem-2
               after advancing 1 line
           perform 2010-imprime-condicao thru 2010-imprime-condicao-exit
               varying lah-ind-cond from 1 by 1
               until lah-ind-cond > lah-qtde-condicoes
           move spaces to linha-relatorio
           move 1 to lah-ponteiro
           perform 2020-cabecalho-coluna
              thru 2020-cabecalho-coluna-exit
               varying lah-ind-col from 1 by 1
               until lah-ind-col > lah-qtde-colunas
           write linha-relatorio after advancing 2 lines
           move all "-" to linha-relatorio
           if lah-largura-total < 132
              move spaces
                to linha-relatorio(lah-largura-total + 1:)
           end-if
           write linha-relatorio after advancing 1 line.
       2000-abre-relatorio-exit.
           exit.

       2010-imprime-condicao.
           move lah-cd-conector(lah-ind-cond) to lcd-conector
           move lah-dic-nome(lah-cd-campo(lah-ind-cond)) to lcd-campo
           move lah-cd-operador(lah-ind-cond) to lcd-operador
           move lah-cd-literal(lah-ind-cond) to lcd-valor
           write linha-relatorio from linha-condicao-lah
               after advancing 1 line.
       2010-imprime-condicao-exit.
           exit.

       2020-cabecalho-coluna.
           move spaces to lah-cabec-col
           move lah-dic-nome(lah-col-campo(lah-ind-col))(5:18)
             to lah-cabec-col
           string lah-cabec-col(1:lah-col-largura(lah-ind-col))
                      delimited by size
                  "  " delimited by size
                  into linha-relatorio with pointer lah-ponteiro
           end-string.
       2020-cabecalho-coluna-exit.
           exit.

      *-----------------------------------------------------------*
      * Entrada do sort: le o mestre inteiro e libera o que passa  *
      * na selecao, com as chaves de ordem montadas.               *
      *-----------------------------------------------------------*
       3000-seleciona-registros.
           if lah-mestre = "CLIENTE"
              perform 3100-seleciona-clientes
                 thru 3100-seleciona-clientes-exit
           else
              perform 3200-seleciona-vendedores
                 thru 3200-seleciona-vendedores-exit
           end-if.
       3000-seleciona-registros-exit.
           exit.

       3100-seleciona-clientes.
           open input cliente-mestre
           if lah-status-mestre not = "00"
              display "LSTADHOC: erro ao abrir CLIENTE - status "
                       lah-status-mestre at 0710
              move 16 to return-code
              stop run
           end-if
           open input escore-arq
           if lah-status-escore = "00"
              move "S" to lah-escore-aberto
           end-if
           move low-values to cli-codigo
           start cliente-mestre key not less than cli-codigo
               invalid key
                   move "10" to lah-status-mestre
           end-start
           perform 3110-le-cliente thru 3110-le-cliente-exit
               until lah-status-mestre not = "00"
           close cliente-mestre
           if lah-escore-disponivel
              close escore-arq
           end-if.
       3100-seleciona-clientes-exit.
           exit.

       3110-le-cliente.
           read cliente-mestre next record
               at end
                   move "10" to lah-status-mestre
                   go to 3110-le-cliente-exit
           end-read
           move spaces to lah-imagem
           move cli-registro to lah-imagem
           move zeros to lah-imagem(151:8)
           if lah-escore-disponivel
              move cli-codigo to sco-cliente
              read escore-arq
                  invalid key
                      continue
                  not invalid key
                      move sco-data-ultima to lah-imagem(151:8)
              end-read
           end-if
           perform 3300-avalia-registro thru 3300-avalia-registro-exit.
       3110-le-cliente-exit.
           exit.

       3200-seleciona-vendedores.
           open input vendedor-mestre
           if lah-status-mestre not = "00"
              display "LSTADHOC: erro ao abrir VENDEDOR - status "
                       lah-status-mestre at 0710
              move 16 to return-code
              stop run
           end-if
           move low-values to vdr-codigo
           start vendedor-mestre key not less than vdr-codigo
               invalid key
                   move "10" to lah-status-mestre
           end-start
           perform 3210-le-vendedor thru 3210-le-vendedor-exit
               until lah-status-mestre not = "00"
           close vendedor-mestre.
       3200-seleciona-vendedores-exit.
           exit.

       3210-le-vendedor.
           read vendedor-mestre next record
               at end
                   move "10" to lah-status-mestre
                   go to 3210-le-vendedor-exit
           end-read
           move spaces to lah-imagem
           move vdr-registro to lah-imagem
           perform 3300-avalia-registro thru 3300-avalia-registro-exit.
       3210-le-vendedor-exit.
           exit.

       3300-avalia-registro.
           add 1 to lah-qtde-lidos
           move "S" to lah-selecionado
           if lah-qtde-condicoes > zeros
              perform 3310-avalia-selecao thru 3310-avalia-selecao-exit
           end-if
           if not lah-registro-selecionado
              go to 3300-avalia-registro-exit
           end-if
           move spaces to lah-chaves-montadas
           perform 3350-monta-chave thru 3350-monta-chave-exit
               varying lah-ind-chave from 1 by 1
               until lah-ind-chave > lah-qtde-chaves
           move lah-chave-montada(1) to sla-chave-1
           move lah-chave-montada(2) to sla-chave-2
           move lah-chave-montada(3) to sla-chave-3
           move lah-imagem to sla-imagem
           release sla-registro.
       3300-avalia-registro-exit.
           exit.

      *-----------------------------------------------------------*
      * Cada grupo comeca verdadeiro e cai com a primeira condicao *
      * falsa; o registro passa se algum grupo sobrar verdadeiro.  *
      *-----------------------------------------------------------*
       3310-avalia-selecao.
           move all "S" to lah-tabela-grupos
           perform 3320-avalia-condicao thru 3320-avalia-condicao-exit
               varying lah-ind-cond from 1 by 1
               until lah-ind-cond > lah-qtde-condicoes
           move "N" to lah-selecionado
           perform 3340-confere-grupo thru 3340-confere-grupo-exit
               varying lah-ind-grupo from 1 by 1
               until lah-ind-grupo > lah-qtde-grupos.
       3310-avalia-selecao-exit.
           exit.

       3320-avalia-condicao.
           if lah-grupo-ok(lah-cd-grupo(lah-ind-cond)) = "N"
              go to 3320-avalia-condicao-exit
           end-if
           move lah-cd-campo(lah-ind-cond) to lah-ext-campo
           perform 5000-extrai-campo thru 5000-extrai-campo-exit
           if lah-dic-tipo(lah-ext-campo) = "X"
              evaluate true
                  when lah-ext-texto < lah-cd-texto(lah-ind-cond)
                      move "<" to lah-comparacao
                  when lah-ext-texto > lah-cd-texto(lah-ind-cond)
                      move ">" to lah-comparacao
                  when other
                      move "=" to lah-comparacao
              end-evaluate
           else
              evaluate true
                  when lah-ext-valor < lah-cd-valor(lah-ind-cond)
                      move "<" to lah-comparacao
                  when lah-ext-valor > lah-cd-valor(lah-ind-cond)
                      move ">" to lah-comparacao
                  when other
                      move "=" to lah-comparacao
              end-evaluate
           end-if
           move "N" to lah-condicao-ok
           evaluate lah-cd-operador(lah-ind-cond)
               when "="
                   if lah-comparacao = "="
                      move "S" to lah-condicao-ok
                   end-if
               when "<>"
                   if lah-comparacao not = "="
                      move "S" to lah-condicao-ok
                   end-if
               when ">"
                   if lah-comparacao = ">"
                      move "S" to lah-condicao-ok
                   end-if
               when "<"
                   if lah-comparacao = "<"
                      move "S" to lah-condicao-ok
                   end-if
               when ">="
                   if lah-comparacao not = "<"
                      move "S" to lah-condicao-ok
                   end-if
               when "<="
                   if lah-comparacao not = ">"
                      move "S" to lah-condicao-ok
                   end-if
           end-evaluate
           if lah-condicao-ok = "N"
              move "N" to lah-grupo-ok(lah-cd-grupo(lah-ind-cond))
           end-if.
       3320-avalia-condicao-exit.
           exit.

       3340-confere-grupo.
           if lah-grupo-ok(lah-ind-grupo) = "S"
              move "S" to lah-selecionado
           end-if.
       3340-confere-grupo-exit.
           exit.

       3350-monta-chave.
           move lah-chave-campo(lah-ind-chave) to lah-ext-campo
           perform 5000-extrai-campo thru 5000-extrai-campo-exit
           move lah-ext-texto to lah-chave-montada(lah-ind-chave).
       3350-monta-chave-exit.
           exit.

      *-----------------------------------------------------------*
      * Saida do sort: linha por registro, subtotal a cada troca   *
      * de quebra (a de dentro primeiro) e total geral no fim.     *
      *-----------------------------------------------------------*
       4000-imprime-listagem.
           initialize lah-tabela-totais
           open input registros-ordenados
           perform 4010-le-ordenado thru 4010-le-ordenado-exit
           perform 4020-imprime-registro
              thru 4020-imprime-registro-exit
               until lah-fim-work
           if not lah-primeiro-registro
              perform 4040-fecha-quebras thru 4040-fecha-quebras-exit
           end-if
           close registros-ordenados.
       4000-imprime-listagem-exit.
           exit.

       4010-le-ordenado.
           read registros-ordenados
               at end
                   set lah-fim-work to true
           end-read.
       4010-le-ordenado-exit.
           exit.

       4020-imprime-registro.
           if lah-primeiro-registro
              move "N" to lah-primeiro
           else
              perform 4030-confere-quebra
                 thru 4030-confere-quebra-exit
           end-if
           move rla-chave-1 to lah-chave-anterior(1)
           move rla-chave-2 to lah-chave-anterior(2)
           move rla-imagem to lah-imagem
           add 1 to lah-qtde-listados
           move spaces to linha-relatorio
           move 1 to lah-ponteiro
           perform 4050-imprime-coluna thru 4050-imprime-coluna-exit
               varying lah-ind-col from 1 by 1
               until lah-ind-col > lah-qtde-colunas
           write linha-relatorio after advancing 1 line
           perform 4060-acumula thru 4060-acumula-exit
               varying lah-nivel from 1 by 1
               until lah-nivel > 3
           perform 4010-le-ordenado thru 4010-le-ordenado-exit.
       4020-imprime-registro-exit.
           exit.

       4030-confere-quebra.
           if lah-qtde-quebras = zeros
              go to 4030-confere-quebra-exit
           end-if
           if rla-chave-1 not = lah-chave-anterior(1)
              perform 4040-fecha-quebras thru 4040-fecha-quebras-exit
              go to 4030-confere-quebra-exit
           end-if
           if lah-qtde-quebras = 2
              and rla-chave-2 not = lah-chave-anterior(2)
              move 2 to lah-nivel
              perform 6100-imprime-subtotal
                 thru 6100-imprime-subtotal-exit
           end-if.
       4030-confere-quebra-exit.
           exit.

       4040-fecha-quebras.
           if lah-qtde-quebras = 2
              move 2 to lah-nivel
              perform 6100-imprime-subtotal
                 thru 6100-imprime-subtotal-exit
           end-if
           if lah-qtde-quebras > zeros
              move 1 to lah-nivel
              perform 6100-imprime-subtotal
                 thru 6100-imprime-subtotal-exit
           end-if.
       4040-fecha-quebras-exit.
           exit.

       4050-imprime-coluna.
           move lah-col-campo(lah-ind-col) to lah-ext-campo
           perform 5000-extrai-campo thru 5000-extrai-campo-exit
           perform 5100-formata-coluna thru 5100-formata-coluna-exit
           string lah-col-texto(1:lah-col-largura(lah-ind-col))
                      delimited by size
                  "  " delimited by size
                  into linha-relatorio with pointer lah-ponteiro
           end-string.
       4050-imprime-coluna-exit.
           exit.

       4060-acumula.
           add 1 to lah-tot-registros(lah-nivel)
           perform 4070-acumula-soma thru 4070-acumula-soma-exit
               varying lah-ind-soma from 1 by 1
               until lah-ind-soma > lah-qtde-somas.
       4060-acumula-exit.
           exit.

       4070-acumula-soma.
           move lah-soma-campo(lah-ind-soma) to lah-ext-campo
           perform 5000-extrai-campo thru 5000-extrai-campo-exit
           add lah-ext-valor to lah-tot-soma(lah-nivel lah-ind-soma).
       4070-acumula-soma-exit.
           exit.

      *-----------------------------------------------------------*
      * Campo LAH-EXT-CAMPO da imagem corrente: texto com os bytes *
      * do campo e, se numerico, o valor com as decimais.          *
      *-----------------------------------------------------------*
       5000-extrai-campo.
           move lah-dic-posicao(lah-ext-campo) to lah-ext-posicao
           move lah-dic-tamanho(lah-ext-campo) to lah-ext-tamanho
           move spaces to lah-ext-texto
           move lah-imagem(lah-ext-posicao:lah-ext-tamanho)
             to lah-ext-texto
           move zeros to lah-ext-valor
           if lah-dic-tipo(lah-ext-campo) = "X"
              go to 5000-extrai-campo-exit
           end-if
           if lah-imagem(lah-ext-posicao:lah-ext-tamanho)
              is not numeric
              go to 5000-extrai-campo-exit
           end-if
           move zeros to lah-ext-digitos
           compute lah-ext-inicio = 15 - lah-ext-tamanho
           move lah-imagem(lah-ext-posicao:lah-ext-tamanho)
             to lah-ext-digitos-x(lah-ext-inicio:lah-ext-tamanho)
           compute lah-ext-valor = lah-ext-digitos
                   / (10 ** lah-dic-decimais(lah-ext-campo)).
       5000-extrai-campo-exit.
           exit.

       5100-formata-coluna.
           move spaces to lah-col-texto
           if lah-col-mostra(lah-ind-col) = "N"
              move lah-asteriscos to lah-col-texto
              go to 5100-formata-coluna-exit
           end-if
           evaluate true
               when lah-dic-tipo(lah-ext-campo) = "D"
                   if lah-ext-valor not = zeros
                      string lah-ext-texto(7:2) "/"
                             lah-ext-texto(5:2) "/"
                             lah-ext-texto(1:4)
                             delimited by size into lah-col-texto
                      end-string
                   end-if
               when lah-dic-tipo(lah-ext-campo) = "N"
                    and lah-dic-decimais(lah-ext-campo) = 2
                   move lah-ext-valor to lah-ed-valor-2
                   move lah-ed-valor-2 to lah-col-texto
               when lah-dic-tipo(lah-ext-campo) = "N"
                    and lah-dic-decimais(lah-ext-campo) = 3
                   move lah-ext-valor to lah-ed-valor-3
                   move lah-ed-valor-3 to lah-col-texto
               when other
                   move lah-ext-texto to lah-col-texto
           end-evaluate.
       5100-formata-coluna-exit.
           exit.

       6000-imprime-totais.
           move 3 to lah-nivel
           perform 6100-imprime-subtotal thru 6100-imprime-subtotal-exit
           move "REGISTROS LIDOS:" to lcl-descricao
           move lah-qtde-lidos to lcl-quantidade
           write linha-relatorio from linha-conta-lah
               after advancing 2 lines
           move "REGISTROS LISTADOS:" to lcl-descricao
           move lah-qtde-listados to lcl-quantidade
           write linha-relatorio from linha-conta-lah
               after advancing 1 line.
       6000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Subtotal do nivel LAH-NIVEL (3 = geral), com as somas, e   *
      * zera o nivel para o proximo grupo.                         *
      *-----------------------------------------------------------*
       6100-imprime-subtotal.
           move "TOTAL" to lst-rotulo
           move spaces to lst-campo lst-valor
           if lah-nivel = 3
              move "GERAL" to lst-campo
           else
              move lah-dic-nome(lah-quebra-campo(lah-nivel))
                to lst-campo
              move lah-chave-anterior(lah-nivel) to lst-valor
           end-if
           move lah-tot-registros(lah-nivel) to lst-registros
           write linha-relatorio from linha-subtotal-lah
               after advancing 2 lines
           perform 6110-imprime-soma thru 6110-imprime-soma-exit
               varying lah-ind-soma from 1 by 1
               until lah-ind-soma > lah-qtde-somas
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           initialize lah-total(lah-nivel).
       6100-imprime-subtotal-exit.
           exit.

       6110-imprime-soma.
           move lah-dic-nome(lah-soma-campo(lah-ind-soma)) to lsm-campo
           if lah-soma-mostra(lah-ind-soma) = "S"
              move lah-tot-soma(lah-nivel lah-ind-soma) to lah-ed-soma
              move lah-ed-soma to lsm-valor
           else
              move lah-asteriscos to lsm-valor
           end-if
           write linha-relatorio from linha-soma-lah
               after advancing 1 line.
       6110-imprime-soma-exit.
           exit.

       9000-erro-parametro.
           display "LSTADHOC: " lah-nome-parametros at 0710
           if lah-linha-prm > zeros
              display "Linha " lah-linha-prm ": " lah-mensagem at 0810
           else
              display lah-mensagem at 0810
           end-if
           move 16 to return-code
           stop run.
       9000-erro-parametro-exit.
           exit.
