      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. entpag.
       author. Dos.
       installation. pesquisa de perfil de passageiros.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Pagamento de entrevistadores por         *
      *                    entrevista valida: conta no periodo      *
      *                    (AAAAMM, ENTPAG.PRM) as respostas ativas *
      *                    de cada entrevistador do ENTREVIS em     *
      *                    ONIBUS.DAT, com adicional por entrevista *
      *                    em rota abaixo da amostra-alvo           *
      *                    (ROT-AMOSTRA-ALVO), e desconta os        *
      *                    cancelamentos de periodos anteriores     *
      *                    aplicados no periodo (diario ONIBCORR) e *
      *                    as linhas rejeitadas na carga (diario    *
      *                    ONIBQLOG).  Extrato por entrevistador    *
      *                    em ENTPAG.RPT e arquivo de pagamento     *
      *                    ENTPAGTO no desenho do FOLHAINT para a   *
      *                    folha - acabou a contagem a mao nos      *
      *                    impressos da pesquisa.                   *
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
           select arq-parametros assign to "ENTPAG.PRM"
               organization is line sequential
               file status is epg-status-parm.

           select resposta-onibus assign to "ONIBUS"
               organization is line sequential
               file status is epg-status-resposta.

           select correcao-log assign to "ONIBCORR"
               organization is line sequential
               file status is epg-status-corr.

           select qualidade-log assign to "ONIBQLOG"
               organization is line sequential
               file status is epg-status-qlog.

           select entrevistador-mestre assign to "ENTREVIS"
               organization is indexed
               access mode is dynamic
               record key is ent-codigo
               file status is epg-status-entrev.

           select rota-mestre assign to "ROTAS"
               organization is indexed
               access mode is dynamic
               record key is rot-codigo
               file status is epg-status-rota.

           select pagamento-interface assign to "ENTPAGTO"
               organization is line sequential
               file status is epg-status-pagto.

           select pagamento-relatorio assign to "ENTPAG.RPT"
               organization is line sequential
               file status is epg-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  resposta-onibus.
           copy ONIBREC.

      *-----------------------------------------------------------*
      * Diario de correcoes do ONIBCARGA lido como linha: as       *
      * gravacoes anteriores ao registro de 41 posicoes trazem     *
      * imagens de 40 (ver 2210-confere-correcao).                 *
      *-----------------------------------------------------------*
       fd  correcao-log.
       01  crl-linha                 pic x(90).

       fd  qualidade-log.
       01  qlg-registro.
           05  qlg-entrevistador     pic 9(04).
           05  qlg-rota              pic 9(04).
           05  qlg-data              pic 9(08).
           05  qlg-situacao          pic x(01).

       fd  entrevistador-mestre.
           copy ENTREC.

       fd  rota-mestre.
           copy ROTAREC.

       fd  pagamento-interface.
       01  fol-registro              pic x(30).

       fd  pagamento-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       copy DATASIS.

       77  epg-status-parm      pic x(02) value spaces.
       77  epg-status-resposta  pic x(02) value spaces.
           88  epg-fim-resposta        value "10".
       77  epg-status-corr      pic x(02) value spaces.
           88  epg-fim-corr            value "10".
       77  epg-status-qlog      pic x(02) value spaces.
           88  epg-fim-qlog            value "10".
       77  epg-status-entrev    pic x(02) value spaces.
       77  epg-status-rota      pic x(02) value spaces.
           88  epg-rota-ok             value "00".
       77  epg-status-pagto     pic x(02) value spaces.
       77  epg-status-relat     pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Parametros da corrida (ENTPAG.PRM, uma linha):             *
      *     AAAAMM;VALOR POR ENTREVISTA;ADICIONAL ROTA ABAIXO      *
      * ex.: 202610;12,50;3,00                                     *
      *-----------------------------------------------------------*
       77  epg-prm-periodo      pic x(08) value spaces.
       77  epg-prm-valor        pic x(12) value spaces.
       77  epg-prm-adicional    pic x(12) value spaces.
       77  epg-periodo          pic 9(06) value zeros.
       77  epg-valor-entrevista pic 9(05)v99 value zeros.
       77  epg-valor-adicional  pic 9(05)v99 value zeros.

      *-----------------------------------------------------------*
      * Entrevistadores do mestre, na ordem do codigo, com as      *
      * contagens do periodo.                                      *
      *-----------------------------------------------------------*
       77  epg-max-entrev       pic 9(04) comp value 500.
       77  epg-qtde-entrev      pic 9(04) comp value zeros.
       01  epg-tabela-entrev.
           05  epg-entrev-ent        occurs 500 times.
               10  epg-te-codigo     pic 9(04).
               10  epg-te-nome       pic x(30).
               10  epg-te-validas    pic 9(05).
               10  epg-te-adicional  pic 9(05).
               10  epg-te-canceladas pic 9(05).
               10  epg-te-estornos   pic 9(05).
               10  epg-te-rejeitadas pic 9(05).

      *-----------------------------------------------------------*
      * Rotas com a amostra coletada ate o fim do periodo (so      *
      * respostas ativas) contra a meta do mestre: meta zero vale  *
      * rota sem meta, sem adicional.                              *
      *-----------------------------------------------------------*
       77  epg-max-rotas        pic 9(04) comp value 200.
       77  epg-qtde-rotas       pic 9(04) comp value zeros.
       01  epg-tabela-rotas.
           05  epg-rota-ent          occurs 200 times.
               10  epg-tr-codigo     pic 9(04).
               10  epg-tr-coletadas  pic 9(07).
               10  epg-tr-alvo       pic 9(05).
               10  epg-tr-abaixo     pic x(01).

       77  epg-ind              pic 9(04) comp value zeros.
       77  epg-posicao          pic 9(04) comp value zeros.
       77  epg-codigo-busca     pic 9(04) value zeros.
       77  epg-pos-entrev       pic 9(04) comp value zeros.
       77  epg-rota-busca       pic 9(04) value zeros.

      *-----------------------------------------------------------*
      * Imagens antes/depois de uma correcao do diario.            *
      *-----------------------------------------------------------*
       77  epg-imagem-antes     pic x(41) value spaces.
       77  epg-imagem-depois    pic x(41) value spaces.
           copy ONIBREC replacing leading ==OB== by ==EPA==.
           copy ONIBREC replacing leading ==OB== by ==EPD==.

       01  epg-contas.
           05  epg-qtde-periodo      pic 9(07) value zeros.
           05  epg-qtde-sem-entrev   pic 9(07) value zeros.
           05  epg-qtde-nao-cadast   pic 9(07) value zeros.
           05  epg-qtde-estornos     pic 9(07) value zeros.
           05  epg-qtde-rejeitadas   pic 9(07) value zeros.
           05  epg-qtde-extratos     pic 9(05) value zeros.
           05  epg-qtde-pagos        pic 9(05) value zeros.
           05  epg-qtde-negativos    pic 9(05) value zeros.

       77  epg-valor-base       pic 9(09)v99 value zeros.
       77  epg-valor-bonus      pic 9(09)v99 value zeros.
       77  epg-valor-desconto   pic 9(09)v99 value zeros.
       77  epg-valor-liquido    pic s9(09)v99 value zeros.
       77  epg-total-pago       pic 9(09)v99 value zeros.

      *-----------------------------------------------------------*
      * Arquivo de pagamento no desenho do FOLHAINT (PERICTL):     *
      * header com o periodo, um detalhe por entrevistador com o   *
      * liquido a pagar (sem retencao) e trailer com contagem e    *
      * total para a folha conferir antes do pagamento.            *
      *-----------------------------------------------------------*
       01  fol-header.
           05  filler                pic x(01) value "H".
           05  fh-periodo            pic 9(06).
           05  fh-data-geracao       pic 9(08).
       01  fol-detalhe.
           05  filler                pic x(01) value "D".
           05  fd-codigo             pic 9(05).
           05  fd-comissao           pic 9(07)v99.
           05  fd-retencao           pic 9(07)v99.
       01  fol-trailer.
           05  filler                pic x(01) value "T".
           05  ft-quantidade         pic 9(07).
           05  ft-total-comissao     pic 9(09)v99.
           05  ft-total-retencao     pic 9(09)v99.

       01  cab-pagamento.
           05  filler                pic x(46) value
                  "EXTRATO DE PAGAMENTO DE ENTREVISTADORES".
           05  filler                pic x(10) value "PERIODO: ".
           05  cp-periodo            pic 9(06).
       01  linha-valores-prm.
           05  filler                pic x(22) value
                  "VALOR POR ENTREVISTA: ".
           05  lvp-valor             pic zzzz9,99.
           05  filler                pic x(26) value
                  "   ADICIONAL ROTA ABAIXO: ".
           05  lvp-adicional         pic zzzz9,99.
       01  linha-entrevistador.
           05  filler                pic x(15) value
                  "ENTREVISTADOR: ".
           05  len-codigo            pic 9(04).
           05  filler                pic x(02) value spaces.
           05  len-nome              pic x(30).
       01  linha-extrato.
           05  filler                pic x(05) value spaces.
           05  lex-descricao         pic x(40).
           05  lex-quantidade        pic zzzz9.
           05  filler                pic x(05) value spaces.
           05  lex-sinal             pic x(01).
           05  lex-valor             pic zzzzzzzz9,99.
       01  linha-liquido.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(45) value
                  "LIQUIDO A PAGAR".
           05  filler                pic x(06) value spaces.
           05  lli-valor             pic zzzzzzzz9,99.
           05  filler                pic x(02) value spaces.
           05  lli-observacao        pic x(20).
       01  linha-conta-pag.
           05  lcp-descricao         pic x(45).
           05  lcp-quantidade        pic zzzzzz9.
       01  linha-total-pag.
           05  ltp-descricao         pic x(45).
           05  ltp-valor             pic zzzzzzzz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           accept data-sistema from date yyyymmdd
           perform 0500-le-parametros thru 0500-le-parametros-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-carrega-entrevistadores
              thru 1100-carrega-entrevistadores-exit
           perform 1200-apura-rotas thru 1200-apura-rotas-exit
           perform 2000-conta-respostas thru 2000-conta-respostas-exit
           perform 2200-apura-estornos thru 2200-apura-estornos-exit
           perform 2300-apura-rejeicoes
              thru 2300-apura-rejeicoes-exit
           perform 3000-emite-pagamento thru 3000-emite-pagamento-exit
           perform 3900-imprime-totais thru 3900-imprime-totais-exit
           close pagamento-interface pagamento-relatorio
           if epg-qtde-negativos > zeros
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Sem parametro valido a corrida e recusada: a folha nao     *
      * pode receber pagamento de periodo ou valor presumido.      *
      *-----------------------------------------------------------*
       0500-le-parametros.
           open input arq-parametros
           if epg-status-parm not = "00"
              display "ENTPAG: erro ao abrir ENTPAG.PRM - status "
                       epg-status-parm
              move 16 to return-code
              stop run
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           move spaces to epg-prm-periodo epg-prm-valor
                           epg-prm-adicional
           unstring prm-linha delimited by ";"
               into epg-prm-periodo epg-prm-valor epg-prm-adicional
           end-unstring
           if epg-prm-periodo(1:6) is not numeric
              or epg-prm-periodo(5:2) < "01"
              or epg-prm-periodo(5:2) > "12"
              display "ENTPAG: periodo invalido em ENTPAG.PRM"
              move 16 to return-code
              stop run
           end-if
           move epg-prm-periodo(1:6) to epg-periodo
           compute epg-valor-entrevista =
                   function numval(epg-prm-valor)
               on size error
                   move zeros to epg-valor-entrevista
           end-compute
           if epg-valor-entrevista = zeros
              display "ENTPAG: valor por entrevista invalido em "
                      "ENTPAG.PRM"
              move 16 to return-code
              stop run
           end-if
           if epg-prm-adicional not = spaces
              compute epg-valor-adicional =
                      function numval(epg-prm-adicional)
                  on size error
                      move zeros to epg-valor-adicional
              end-compute
           end-if.
       0500-le-parametros-exit.
           exit.

       1000-abrir-arquivos.
           open input entrevistador-mestre
           if epg-status-entrev not = "00"
              display "ENTPAG: erro ao abrir ENTREVIS - status "
                       epg-status-entrev
              move 16 to return-code
              stop run
           end-if
           open input rota-mestre
           open output pagamento-interface
           open output pagamento-relatorio
           move epg-periodo to cp-periodo
           write linha-relatorio from cab-pagamento
               after advancing page
           move epg-valor-entrevista to lvp-valor
           move epg-valor-adicional to lvp-adicional
           write linha-relatorio from linha-valores-prm
               after advancing 1 line
           move epg-periodo to fh-periodo
           move data-sistema to fh-data-geracao
           write fol-registro from fol-header.
       1000-abrir-arquivos-exit.
           exit.

       1100-carrega-entrevistadores.
           move low-values to ent-codigo
           start entrevistador-mestre key not less than ent-codigo
               invalid key
                   move "10" to epg-status-entrev
               not invalid key
                   move "00" to epg-status-entrev
           end-start
           perform 1110-carrega-um-entrevistador
              thru 1110-carrega-um-entrevistador-exit
               until epg-status-entrev not = "00"
           close entrevistador-mestre.
       1100-carrega-entrevistadores-exit.
           exit.

       1110-carrega-um-entrevistador.
           read entrevistador-mestre next record
               at end
                   move "10" to epg-status-entrev
                   go to 1110-carrega-um-entrevistador-exit
           end-read
           if epg-qtde-entrev not < epg-max-entrev
              display "ENTPAG: tabela de entrevistadores cheia ("
                      epg-max-entrev ") - corrida cancelada"
              move 16 to return-code
              stop run
           end-if
           add 1 to epg-qtde-entrev
           move ent-codigo to epg-te-codigo(epg-qtde-entrev)
           move ent-nome to epg-te-nome(epg-qtde-entrev)
           move zeros to epg-te-validas(epg-qtde-entrev)
                         epg-te-adicional(epg-qtde-entrev)
                         epg-te-canceladas(epg-qtde-entrev)
                         epg-te-estornos(epg-qtde-entrev)
                         epg-te-rejeitadas(epg-qtde-entrev).
       1110-carrega-um-entrevistador-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeira passada em ONIBUS.DAT: amostra ativa de cada rota *
      * ate o fim do periodo, confrontada com a meta do mestre.    *
      *-----------------------------------------------------------*
       1200-apura-rotas.
           open input resposta-onibus
           if epg-status-resposta not = "00"
              display "ENTPAG: erro ao abrir ONIBUS - status "
                       epg-status-resposta
              move 16 to return-code
              stop run
           end-if
           perform 1210-conta-rota thru 1210-conta-rota-exit
               until epg-fim-resposta
           close resposta-onibus
           perform 1230-confere-meta thru 1230-confere-meta-exit
               varying epg-ind from 1 by 1
               until epg-ind > epg-qtde-rotas
           if epg-rota-ok
              close rota-mestre
           end-if.
       1200-apura-rotas-exit.
           exit.

       1210-conta-rota.
           read resposta-onibus
               at end
                   go to 1210-conta-rota-exit
           end-read
           if ob-cancelada
              or ob-data-coleta(1:6) > epg-periodo
              go to 1210-conta-rota-exit
           end-if
           move ob-rota to epg-rota-busca
           perform 1220-localiza-rota thru 1220-localiza-rota-exit
           if epg-posicao = zeros
              if epg-qtde-rotas not < epg-max-rotas
                 display "ENTPAG: tabela de rotas cheia ("
                         epg-max-rotas ") - corrida cancelada"
                 move 16 to return-code
                 stop run
              end-if
              add 1 to epg-qtde-rotas
              move epg-qtde-rotas to epg-posicao
              move ob-rota to epg-tr-codigo(epg-posicao)
              move zeros to epg-tr-coletadas(epg-posicao)
                            epg-tr-alvo(epg-posicao)
              move "N" to epg-tr-abaixo(epg-posicao)
           end-if
           add 1 to epg-tr-coletadas(epg-posicao).
       1210-conta-rota-exit.
           exit.

       1220-localiza-rota.
           move zeros to epg-posicao
           perform 1225-compara-rota thru 1225-compara-rota-exit
               varying epg-ind from 1 by 1
               until epg-ind > epg-qtde-rotas
                  or epg-posicao not = zeros.
       1220-localiza-rota-exit.
           exit.

       1225-compara-rota.
           if epg-tr-codigo(epg-ind) = epg-rota-busca
              move epg-ind to epg-posicao
           end-if.
       1225-compara-rota-exit.
           exit.

       1230-confere-meta.
           if not epg-rota-ok
              go to 1230-confere-meta-exit
           end-if
           move epg-tr-codigo(epg-ind) to rot-codigo
           read rota-mestre
               invalid key
                   go to 1230-confere-meta-exit
           end-read
           move rot-amostra-alvo to epg-tr-alvo(epg-ind)
           if rot-amostra-alvo > zeros
              and epg-tr-coletadas(epg-ind) < rot-amostra-alvo
              move "S" to epg-tr-abaixo(epg-ind)
           end-if.
       1230-confere-meta-exit.
           exit.

      *-----------------------------------------------------------*
      * Segunda passada: respostas coletadas no periodo, por       *
      * entrevistador - ativa paga, cancelada por correcao nao.    *
      *-----------------------------------------------------------*
       2000-conta-respostas.
           open input resposta-onibus
           perform 2010-conta-uma-resposta
              thru 2010-conta-uma-resposta-exit
               until epg-fim-resposta
           close resposta-onibus.
       2000-conta-respostas-exit.
           exit.

       2010-conta-uma-resposta.
           read resposta-onibus
               at end
                   go to 2010-conta-uma-resposta-exit
           end-read
           if ob-data-coleta(1:6) not = epg-periodo
              go to 2010-conta-uma-resposta-exit
           end-if
           add 1 to epg-qtde-periodo
           if ob-entrevistador = zeros
              add 1 to epg-qtde-sem-entrev
              go to 2010-conta-uma-resposta-exit
           end-if
           move ob-entrevistador to epg-codigo-busca
           perform 2100-localiza-entrevistador
              thru 2100-localiza-entrevistador-exit
           if epg-posicao = zeros
              add 1 to epg-qtde-nao-cadast
              go to 2010-conta-uma-resposta-exit
           end-if
           if ob-cancelada
              add 1 to epg-te-canceladas(epg-posicao)
              go to 2010-conta-uma-resposta-exit
           end-if
           add 1 to epg-te-validas(epg-posicao)
           move epg-posicao to epg-pos-entrev
           move ob-rota to epg-rota-busca
           perform 1220-localiza-rota thru 1220-localiza-rota-exit
           if epg-posicao not = zeros
              if epg-tr-abaixo(epg-posicao) = "S"
                 add 1 to epg-te-adicional(epg-pos-entrev)
              end-if
           end-if.
       2010-conta-uma-resposta-exit.
           exit.

       2100-localiza-entrevistador.
           move zeros to epg-posicao
           perform 2110-compara-entrevistador
              thru 2110-compara-entrevistador-exit
               varying epg-ind from 1 by 1
               until epg-ind > epg-qtde-entrev
                  or epg-posicao not = zeros.
       2100-localiza-entrevistador-exit.
           exit.

       2110-compara-entrevistador.
           if epg-te-codigo(epg-ind) = epg-codigo-busca
              move epg-ind to epg-posicao
           end-if.
       2110-compara-entrevistador-exit.
           exit.

      *-----------------------------------------------------------*
      * Estorno: resposta de periodo anterior (ja paga) cancelada  *
      * por correcao aplicada dentro do periodo.  Diario ausente   *
      * vale nenhum estorno.                                       *
      *-----------------------------------------------------------*
       2200-apura-estornos.
           open input correcao-log
           if epg-status-corr not = "00"
              go to 2200-apura-estornos-exit
           end-if
           perform 2210-confere-correcao
              thru 2210-confere-correcao-exit
               until epg-fim-corr
           close correcao-log.
       2200-apura-estornos-exit.
           exit.

       2210-confere-correcao.
           read correcao-log
               at end
                   go to 2210-confere-correcao-exit
           end-read
           if crl-linha(1:6) not = epg-periodo
              go to 2210-confere-correcao-exit
           end-if
      *    Linha gravada antes do registro de 41 posicoes: imagens
      *    de 40, a de depois comeca na posicao 49 com a mesma
      *    rota e data da de antes.
           if crl-linha(49:12) = crl-linha(9:12)
              move crl-linha(9:40) to epg-imagem-antes
              move crl-linha(49:40) to epg-imagem-depois
           else
              move crl-linha(9:41) to epg-imagem-antes
              move crl-linha(50:41) to epg-imagem-depois
           end-if
           move epg-imagem-antes to epa-registro
           move epg-imagem-depois to epd-registro
           if epa-cancelada
              or not epd-cancelada
              or epa-data-coleta(1:6) not < epg-periodo
              or epa-entrevistador = zeros
              go to 2210-confere-correcao-exit
           end-if
           move epa-entrevistador to epg-codigo-busca
           perform 2100-localiza-entrevistador
              thru 2100-localiza-entrevistador-exit
           if epg-posicao not = zeros
              add 1 to epg-te-estornos(epg-posicao)
              add 1 to epg-qtde-estornos
           end-if.
       2210-confere-correcao-exit.
           exit.

      *-----------------------------------------------------------*
      * Linhas rejeitadas na carga do periodo (diario ONIBQLOG),   *
      * descontadas pelo valor da entrevista.  Diario ausente vale *
      * nenhuma rejeicao.                                          *
      *-----------------------------------------------------------*
       2300-apura-rejeicoes.
           open input qualidade-log
           if epg-status-qlog not = "00"
              go to 2300-apura-rejeicoes-exit
           end-if
           perform 2310-confere-qualidade
              thru 2310-confere-qualidade-exit
               until epg-fim-qlog
           close qualidade-log.
       2300-apura-rejeicoes-exit.
           exit.

       2310-confere-qualidade.
           read qualidade-log
               at end
                   go to 2310-confere-qualidade-exit
           end-read
           if qlg-situacao not = "R"
              or qlg-data(1:6) not = epg-periodo
              or qlg-entrevistador = zeros
              go to 2310-confere-qualidade-exit
           end-if
           move qlg-entrevistador to epg-codigo-busca
           perform 2100-localiza-entrevistador
              thru 2100-localiza-entrevistador-exit
           if epg-posicao not = zeros
              add 1 to epg-te-rejeitadas(epg-posicao)
              add 1 to epg-qtde-rejeitadas
           end-if.
       2310-confere-qualidade-exit.
           exit.

      *-----------------------------------------------------------*
      * Extrato de cada entrevistador com movimento no periodo e   *
      * detalhe do liquido no arquivo de pagamento.  Desconto      *
      * maior que o devido zera o liquido e fica apontado no       *
      * extrato (sobra nao e levada para o periodo seguinte).      *
      *-----------------------------------------------------------*
       3000-emite-pagamento.
           perform 3010-extrato-entrevistador
              thru 3010-extrato-entrevistador-exit
               varying epg-ind from 1 by 1
               until epg-ind > epg-qtde-entrev
           move epg-qtde-pagos to ft-quantidade
           move epg-total-pago to ft-total-comissao
           move zeros to ft-total-retencao
           write fol-registro from fol-trailer.
       3000-emite-pagamento-exit.
           exit.

       3010-extrato-entrevistador.
           if epg-te-validas(epg-ind) = zeros
              and epg-te-canceladas(epg-ind) = zeros
              and epg-te-estornos(epg-ind) = zeros
              and epg-te-rejeitadas(epg-ind) = zeros
              go to 3010-extrato-entrevistador-exit
           end-if
           add 1 to epg-qtde-extratos
           compute epg-valor-base =
                   epg-te-validas(epg-ind) * epg-valor-entrevista
           compute epg-valor-bonus =
                   epg-te-adicional(epg-ind) * epg-valor-adicional
           compute epg-valor-desconto =
                   (epg-te-estornos(epg-ind)
                    + epg-te-rejeitadas(epg-ind))
                   * epg-valor-entrevista
           compute epg-valor-liquido =
                   epg-valor-base + epg-valor-bonus
                   - epg-valor-desconto
           move epg-te-codigo(epg-ind) to len-codigo
           move epg-te-nome(epg-ind) to len-nome
           write linha-relatorio from linha-entrevistador
               after advancing 2 lines
           move "ENTREVISTAS VALIDAS" to lex-descricao
           move epg-te-validas(epg-ind) to lex-quantidade
           move "+" to lex-sinal
           move epg-valor-base to lex-valor
           write linha-relatorio from linha-extrato
               after advancing 1 line
           move "  EM ROTA ABAIXO DA AMOSTRA-ALVO" to lex-descricao
           move epg-te-adicional(epg-ind) to lex-quantidade
           move "+" to lex-sinal
           move epg-valor-bonus to lex-valor
           write linha-relatorio from linha-extrato
               after advancing 1 line
           move "CANCELADAS POR CORRECAO (NAO PAGAS)"
             to lex-descricao
           move epg-te-canceladas(epg-ind) to lex-quantidade
           move space to lex-sinal
           move zeros to lex-valor
           write linha-relatorio from linha-extrato
               after advancing 1 line
           move "ESTORNO DE PERIODO ANTERIOR (ONIBCORR)"
             to lex-descricao
           move epg-te-estornos(epg-ind) to lex-quantidade
           move "-" to lex-sinal
           compute lex-valor =
                   epg-te-estornos(epg-ind) * epg-valor-entrevista
           write linha-relatorio from linha-extrato
               after advancing 1 line
           move "REJEITADAS NA CARGA (ONIBQLOG)" to lex-descricao
           move epg-te-rejeitadas(epg-ind) to lex-quantidade
           move "-" to lex-sinal
           compute lex-valor =
                   epg-te-rejeitadas(epg-ind) * epg-valor-entrevista
           write linha-relatorio from linha-extrato
               after advancing 1 line
           move spaces to lli-observacao
           if epg-valor-liquido < zeros
              move zeros to epg-valor-liquido
              move "DESCONTO EXCEDENTE" to lli-observacao
              add 1 to epg-qtde-negativos
           end-if
           move epg-valor-liquido to lli-valor
           write linha-relatorio from linha-liquido
               after advancing 1 line
           if epg-valor-liquido > zeros
              move epg-te-codigo(epg-ind) to fd-codigo
              move epg-valor-liquido to fd-comissao
              move zeros to fd-retencao
              write fol-registro from fol-detalhe
              add 1 to epg-qtde-pagos
              add epg-valor-liquido to epg-total-pago
           end-if.
       3010-extrato-entrevistador-exit.
           exit.

       3900-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 2 lines
           move "RESPOSTAS COLETADAS NO PERIODO:" to lcp-descricao
           move epg-qtde-periodo to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "SEM ENTREVISTADOR (NAO PAGAS):" to lcp-descricao
           move epg-qtde-sem-entrev to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "ENTREVISTADOR FORA DO MESTRE (NAO PAGAS):"
             to lcp-descricao
           move epg-qtde-nao-cadast to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "ESTORNOS DE PERIODOS ANTERIORES:" to lcp-descricao
           move epg-qtde-estornos to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "REJEICOES NA CARGA DESCONTADAS:" to lcp-descricao
           move epg-qtde-rejeitadas to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "EXTRATOS EMITIDOS:" to lcp-descricao
           move epg-qtde-extratos to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "DESCONTO EXCEDENTE (LIQUIDO ZERADO):"
             to lcp-descricao
           move epg-qtde-negativos to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "PAGAMENTOS NO ARQUIVO ENTPAGTO:" to lcp-descricao
           move epg-qtde-pagos to lcp-quantidade
           write linha-relatorio from linha-conta-pag
               after advancing 1 line
           move "TOTAL A PAGAR:" to ltp-descricao
           move epg-total-pago to ltp-valor
           write linha-relatorio from linha-total-pag
               after advancing 1 line
           display "ENTPAG: " epg-qtde-pagos
                   " entrevistadores no arquivo de pagamento.".
       3900-imprime-totais-exit.
           exit.
