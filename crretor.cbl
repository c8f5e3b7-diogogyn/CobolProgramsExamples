      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crretor.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Baixa automatica do retorno de boletos   *
      *                    do banco (CRRETORN.DAT): o arquivo       *
      *                    inteiro e conferido contra o trailer     *
      *                    (contagem e total) e contra o controle   *
      *                    de retornos ja processados antes de      *
      *                    qualquer baixa.  Cada pagamento e        *
      *                    lancado no titulo de CONTASREC.DAT e em  *
      *                    CRPAGTOS.DAT como faria o CRBAIXA;       *
      *                    pagamento parcial baixa o valor e deixa  *
      *                    o titulo aberto, titulo desconhecido,    *
      *                    titulo ja liquidado e excedente acima    *
      *                    do saldo vao para a pendencia CRSUSP.DAT *
      *                    e para o relatorio de excecoes.          *
      * 15/10/2026 EQP     Pagamento do banco para titulo baixado   *
      *                    como perda entra como recuperacao,       *
      *                    marcado em CRPAGTOS e listado nas        *
      *                    excecoes.                                *
      * 15/10/2026 EQP     Titulo liquidado pelo retorno libera a   *
      *                    comissao retida no recebimento           *
      *                    (COMLIBER), com contagem e valor         *
      *                    liberado nos totais; vendedor em uso     *
      *                    deixa a comissao retida com linha de     *
      *                    excecao e codigo de retorno 4.           *
      * 15/10/2026 EQP     Movimento de pagamento nasce com a marca *
      *                    de exportacao para o diario contabil     *
      *                    (GLGERA) em branco.                      *
      * 15/10/2026 EQP     Arquivo de entrada conferido contra o    *
      *                    registro de arquivos processados         *
      *                    (ARQDUPL/ARQPROC.DAT) antes da carga:    *
      *                    arquivo igual a um ja carregado para a   *
      *                    corrida, salvo liberacao de nivel 3 pelo *
      *                    APRMANUT.                                *
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
           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is crt-status-cr.

           select retorno-banco assign to "CRRETORN.DAT"
               organization is line sequential
               file status is crt-status-retorno.

           select pagamentos-log assign to "CRPAGTOS"
               organization is line sequential
               file status is crt-status-pag.

           select pendencia-cobranca assign to "CRSUSP.DAT"
               organization is line sequential
               file status is crt-status-susp.

           select controle-retornos assign to "CRRETCTL.DAT"
               organization is line sequential
               file status is crt-status-ctl.

           select retorno-relatorio assign to "CRRETOR.RPT"
               organization is line sequential
               file status is crt-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  retorno-banco.
       01  rtb-registro              pic x(80).

       fd  pagamentos-log.
           copy CRPAGREC.

       fd  pendencia-cobranca.
           copy CRSUSREC.

      *-----------------------------------------------------------*
      * Controle de retornos ja baixados: um registro por arquivo  *
      * do banco aplicado, pelo numero do header.                  *
      *-----------------------------------------------------------*
       fd  controle-retornos.
       01  rtc-registro.
           05  rtc-numero-arquivo    pic 9(009).
           05  rtc-data-arquivo      pic 9(008).
           05  rtc-data-processo     pic 9(008).
           05  rtc-qtde              pic 9(007).
           05  rtc-valor-total       pic 9(011)v99.

       fd  retorno-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       copy CRBCOREC.

       77  crt-status-cr        pic x(02) value spaces.
           88  crt-cr-ok               value "00".
       77  crt-status-retorno   pic x(02) value spaces.
           88  crt-fim-retorno         value "10".
       77  crt-status-pag       pic x(02) value spaces.
       77  crt-status-susp      pic x(02) value spaces.
       77  crt-status-ctl       pic x(02) value spaces.
           88  crt-fim-ctl             value "10".
       77  crt-status-relat     pic x(02) value spaces.

       77  crt-data-real        pic 9(08) value zeros.
       77  crt-data-negocio     pic 9(08) value zeros.
       77  crt-operador-banco   pic x(08) value "BANCO   ".

      *-----------------------------------------------------------*
      * Conferencia previa do arquivo: header primeiro, trailer    *
      * por ultimo, contagem e total dos detalhes batendo com o    *
      * trailer.                                                   *
      *-----------------------------------------------------------*
       77  crt-numero-arquivo   pic 9(09) value zeros.
       77  crt-data-arquivo     pic 9(08) value zeros.
       77  crt-header-visto     pic x(01) value "N".
           88  crt-tem-header          value "S".
       77  crt-trailer-visto    pic x(01) value "N".
           88  crt-tem-trailer         value "S".
       77  crt-arquivo-valido   pic x(01) value "S".
           88  crt-arquivo-ok          value "S".
       77  crt-motivo-recusa    pic x(50) value spaces.
       77  crt-conf-qtde        pic 9(07) value zeros.
       77  crt-conf-valor       pic 9(011)v99 value zeros.
       77  crt-trl-qtde         pic 9(07) value zeros.
       77  crt-trl-valor        pic 9(011)v99 value zeros.

       77  crt-saldo-titulo     pic 9(07)v99 value zeros.
       77  crt-valor-baixa      pic 9(07)v99 value zeros.
       77  crt-valor-excedente  pic 9(07)v99 value zeros.

       77  crt-qtde-lidos       pic 9(07) value zeros.
       77  crt-qtde-integrais   pic 9(07) value zeros.
       77  crt-qtde-parciais    pic 9(07) value zeros.
       77  crt-qtde-recuperados pic 9(07) value zeros.
       77  crt-qtde-desconhecidos pic 9(07) value zeros.
       77  crt-qtde-duplicados  pic 9(07) value zeros.
       77  crt-qtde-excedentes  pic 9(07) value zeros.
       77  crt-valor-baixado    pic 9(011)v99 value zeros.
       77  crt-valor-pendente   pic 9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Comissao retida no recebimento liberada na liquidacao      *
      * (COMLIBER).                                                *
      *-----------------------------------------------------------*
       77  crt-comissao-liberada pic 9(07)v99 value zeros.
       77  crt-status-comissao  pic x(01) value spaces.
       77  crt-qtde-com-liberadas pic 9(07) value zeros.
       77  crt-qtde-com-retidas pic 9(07) value zeros.
       77  crt-valor-com-liberado pic 9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  crt-dup-funcao       pic x(01) value "V".
       77  crt-dup-programa     pic x(08) value "CRRETOR".
       77  crt-dup-arquivo      pic x(30) value "CRRETORN.DAT".
       77  crt-dup-chave-inicio pic 9(03) value 8.
       77  crt-dup-chave-tamanho pic 9(03) value 14.
       77  crt-dup-resultado    pic x(01) value spaces.
       77  crt-dup-data-anterior pic 9(08) value zeros.
       77  crt-dup-liberador    pic x(08) value spaces.

       01  cab-retorno.
           05  filler                pic x(36) value
                  "BAIXA DO RETORNO DE BOLETOS - ARQ. ".
           05  cr-cab-numero         pic 9(09).
           05  filler                pic x(08) value "  DATA: ".
           05  cr-cab-data           pic 9(08).
       01  cab-colunas-ret.
           05  filler                pic x(26) value "TITULO".
           05  filler                pic x(12) value "PAGAMENTO".
           05  filler                pic x(16) value
                  "   VALOR PAGO".
           05  filler                pic x(16) value
                  "  VALOR BAIXADO".
           05  filler                pic x(30) value "OCORRENCIA".
       01  linha-excecao.
           05  lex-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  lex-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  lex-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  lex-parcela           pic 9(02).
           05  filler                pic x(03) value spaces.
           05  lex-data              pic 9(08).
           05  filler                pic x(04) value spaces.
           05  lex-valor-pago        pic z.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  lex-valor-baixado     pic z.zzz.zz9,99.
           05  filler                pic x(04) value spaces.
           05  lex-ocorrencia        pic x(30).
       01  linha-recusa.
           05  filler                pic x(24) value
                  "ARQUIVO RECUSADO: ".
           05  lrc-motivo            pic x(50).
       01  linha-conta-ret.
           05  lcr-descricao         pic x(40).
           05  lcr-quantidade        pic zzzzzz9.
       01  linha-valor-ret.
           05  lvr-descricao         pic x(40).
           05  lvr-valor             pic zz.zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using crt-data-real crt-data-negocio
           end-call
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1500-confere-arquivo thru 1500-confere-arquivo-exit
           if not crt-arquivo-ok
              perform 1900-recusa-arquivo
                 thru 1900-recusa-arquivo-exit
           end-if
           perform 1600-verifica-controle
              thru 1600-verifica-controle-exit
           if not crt-arquivo-ok
              perform 1900-recusa-arquivo
                 thru 1900-recusa-arquivo-exit
           end-if
           perform 1700-abre-lancamentos
              thru 1700-abre-lancamentos-exit
           open input retorno-banco
           perform 2000-processa-retorno
              thru 2000-processa-retorno-exit
               until crt-fim-retorno
           perform 3000-registra-controle
              thru 3000-registra-controle-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close retorno-banco contas-receber pagamentos-log
                 pendencia-cobranca retorno-relatorio
           if crt-qtde-desconhecidos + crt-qtde-duplicados
              + crt-qtde-excedentes + crt-qtde-com-retidas > zeros
              move 4 to return-code
           end-if
           perform 9100-registra-carga
              thru 9100-registra-carga-exit
           stop run.

      *-----------------------------------------------------------*
      * Arquivo de entrada igual a um ja carregado (mesma          *
      * quantidade, total de controle, primeiro e ultimo registro) *
      * nao entra de novo: a carga para e o pedido de repeticao    *
      * fica no APROVA para a liberacao de nivel 3.  Arquivo       *
      * ausente segue para a conferencia propria da abertura.      *
      *-----------------------------------------------------------*
       0900-verifica-repetido.
           move "V" to crt-dup-funcao
           call "ARQDUPL" using crt-dup-funcao crt-dup-programa
                                crt-dup-arquivo crt-dup-chave-inicio
                                crt-dup-chave-tamanho
                                crt-dup-resultado
                                crt-dup-data-anterior
                                crt-dup-liberador
           end-call
           evaluate crt-dup-resultado
               when "D"
                   display "CRRETOR: arquivo CRRETORN.DAT igual ao ja "
                           "carregado em " crt-dup-data-anterior
                   display "CRRETOR: carga recusada - repeticao so "
                           "com liberacao de nivel 3 (APRMANUT)."
                   move 16 to return-code
                   stop run
               when "F"
                   display "CRRETOR: arquivo repetido - carga "
                           "liberada por " crt-dup-liberador
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open input retorno-banco
           if crt-status-retorno not = "00"
              display "CRRETOR: retorno CRRETORN.DAT ausente - "
                      "status " crt-status-retorno
              move 16 to return-code
              stop run
           end-if
           open i-o contas-receber
           if not crt-cr-ok
              display "CRRETOR: carteira CONTASREC indisponivel - "
                      "status " crt-status-cr
              move 16 to return-code
              stop run
           end-if
           open output retorno-relatorio.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeira passada, so leitura: o arquivo so e aplicado se   *
      * vier com header, trailer e contagem/total conferindo - o   *
      * retorno truncado e recusado por inteiro, sem baixa         *
      * parcial.                                                   *
      *-----------------------------------------------------------*
       1500-confere-arquivo.
           perform 1510-confere-um-registro
              thru 1510-confere-um-registro-exit
               until crt-fim-retorno
           close retorno-banco
           move spaces to crt-status-retorno
           if not crt-arquivo-ok
              go to 1500-confere-arquivo-exit
           end-if
           if not crt-tem-header
              move "N" to crt-arquivo-valido
              move "SEM HEADER" to crt-motivo-recusa
              go to 1500-confere-arquivo-exit
           end-if
           if not crt-tem-trailer
              move "N" to crt-arquivo-valido
              move "SEM TRAILER (ARQUIVO TRUNCADO)"
                   to crt-motivo-recusa
              go to 1500-confere-arquivo-exit
           end-if
           if crt-conf-qtde not = crt-trl-qtde
              or crt-conf-valor not = crt-trl-valor
              move "N" to crt-arquivo-valido
              move "CONTAGEM/TOTAL NAO CONFEREM COM O TRAILER"
                   to crt-motivo-recusa
           end-if.
       1500-confere-arquivo-exit.
           exit.

       1510-confere-um-registro.
           read retorno-banco
               at end
                   set crt-fim-retorno to true
                   go to 1510-confere-um-registro-exit
           end-read
           if crt-tem-trailer
              move "N" to crt-arquivo-valido
              move "REGISTRO APOS O TRAILER" to crt-motivo-recusa
              go to 1510-confere-um-registro-exit
           end-if
           evaluate rtb-registro(1:1)
               when "H"
                   if crt-tem-header
                      move "N" to crt-arquivo-valido
                      move "HEADER REPETIDO" to crt-motivo-recusa
                   else
                      move rtb-registro to bco-header
                      move "S" to crt-header-visto
                      move bch-numero-arquivo to crt-numero-arquivo
                      move bch-data to crt-data-arquivo
                   end-if
               when "D"
                   move rtb-registro to bco-retorno
                   if not crt-tem-header
                      or bct-valor-pago is not numeric
                      move "N" to crt-arquivo-valido
                      move "DETALHE FORA DE ORDEM OU INVALIDO"
                           to crt-motivo-recusa
                   else
                      add 1 to crt-conf-qtde
                      add bct-valor-pago to crt-conf-valor
                   end-if
               when "T"
                   move rtb-registro to bco-trailer
                   move "S" to crt-trailer-visto
                   move bcf-qtde to crt-trl-qtde
                   move bcf-valor-total to crt-trl-valor
               when other
                   move "N" to crt-arquivo-valido
                   move "TIPO DE REGISTRO DESCONHECIDO"
                        to crt-motivo-recusa
           end-evaluate.
       1510-confere-um-registro-exit.
           exit.

      *-----------------------------------------------------------*
      * Retorno ja baixado (mesmo numero de arquivo do banco) e    *
      * recusado: o reenvio do banco nao baixa duas vezes.         *
      *-----------------------------------------------------------*
       1600-verifica-controle.
           open input controle-retornos
           if crt-status-ctl not = "00"
              go to 1600-verifica-controle-exit
           end-if
           perform 1610-compara-controle
              thru 1610-compara-controle-exit
               until crt-fim-ctl or not crt-arquivo-ok
           close controle-retornos.
       1600-verifica-controle-exit.
           exit.

       1610-compara-controle.
           read controle-retornos
               at end
                   set crt-fim-ctl to true
               not at end
                   if rtc-numero-arquivo = crt-numero-arquivo
                      move "N" to crt-arquivo-valido
                      move "RETORNO JA PROCESSADO ANTERIORMENTE"
                           to crt-motivo-recusa
                   end-if
           end-read.
       1610-compara-controle-exit.
           exit.

       1700-abre-lancamentos.
           open extend pagamentos-log
           if crt-status-pag = "35"
              open output pagamentos-log
              close pagamentos-log
              open extend pagamentos-log
           end-if
           if crt-status-pag not = "00"
              display "CRRETOR: erro ao abrir CRPAGTOS - status "
                       crt-status-pag
              move 16 to return-code
              stop run
           end-if
           open extend pendencia-cobranca
           if crt-status-susp = "35"
              open output pendencia-cobranca
              close pendencia-cobranca
              open extend pendencia-cobranca
           end-if
           if crt-status-susp not = "00"
              display "CRRETOR: erro ao abrir CRSUSP - status "
                       crt-status-susp
              move 16 to return-code
              stop run
           end-if
           move crt-numero-arquivo to cr-cab-numero
           move crt-data-arquivo to cr-cab-data
           write linha-relatorio from cab-retorno
           write linha-relatorio from cab-colunas-ret
               after advancing 2 lines
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       1700-abre-lancamentos-exit.
           exit.

       1900-recusa-arquivo.
           move crt-motivo-recusa to lrc-motivo
           write linha-relatorio from linha-recusa
           close contas-receber retorno-relatorio
           display "CRRETOR: retorno recusado - " crt-motivo-recusa
           move 16 to return-code
           stop run.
       1900-recusa-arquivo-exit.
           exit.

       2000-processa-retorno.
           read retorno-banco
               at end
                   set crt-fim-retorno to true
                   go to 2000-processa-retorno-exit
           end-read
           if rtb-registro(1:1) not = "D"
              go to 2000-processa-retorno-exit
           end-if
           move rtb-registro to bco-retorno
           add 1 to crt-qtde-lidos
           perform 2010-baixa-um-pagamento
              thru 2010-baixa-um-pagamento-exit.
       2000-processa-retorno-exit.
           exit.

      *-----------------------------------------------------------*
      * Baixa um pagamento do banco: titulo desconhecido ou ja     *
      * liquidado vai inteiro para a pendencia; pagamento acima do *
      * saldo liquida o titulo e manda o excedente para a          *
      * pendencia; pagamento abaixo do saldo baixa o valor e deixa *
      * o titulo aberto.                                           *
      *-----------------------------------------------------------*
       2010-baixa-um-pagamento.
           move bct-periodo to cr-periodo
           move bct-lote to cr-lote
           move bct-sequencial to cr-sequencial
           move bct-parcela to cr-parcela
           move zeros to crt-valor-baixa
           read contas-receber
               invalid key
                   add 1 to crt-qtde-desconhecidos
                   move "N" to sus-motivo
                   move bct-valor-pago to sus-valor
                   perform 2050-grava-pendencia
                      thru 2050-grava-pendencia-exit
                   move "TITULO DESCONHECIDO - PENDENCIA"
                        to lex-ocorrencia
                   perform 2060-imprime-excecao
                      thru 2060-imprime-excecao-exit
                   go to 2010-baixa-um-pagamento-exit
           end-read
           compute crt-saldo-titulo = cr-valor-original - cr-valor-pago
           if cr-liquidado
              or (cr-baixado-perda and crt-saldo-titulo = zeros)
              add 1 to crt-qtde-duplicados
              move "D" to sus-motivo
              move bct-valor-pago to sus-valor
              perform 2050-grava-pendencia
                 thru 2050-grava-pendencia-exit
              move "TITULO JA LIQUIDADO - PENDENCIA"
                   to lex-ocorrencia
              perform 2060-imprime-excecao
                 thru 2060-imprime-excecao-exit
              go to 2010-baixa-um-pagamento-exit
           end-if
           if bct-valor-pago > crt-saldo-titulo
              move crt-saldo-titulo to crt-valor-baixa
              compute crt-valor-excedente =
                      bct-valor-pago - crt-saldo-titulo
           else
              move bct-valor-pago to crt-valor-baixa
              move zeros to crt-valor-excedente
           end-if
           add crt-valor-baixa to cr-valor-pago
           if cr-aberto and cr-valor-pago = cr-valor-original
              move "L" to cr-situacao
              move bct-data-pagamento to cr-data-liquidacao
           end-if
           rewrite cr-registro
               invalid key
                   display "CRRETOR: erro ao regravar titulo "
                           cr-chave " - status " crt-status-cr
                   move 16 to return-code
                   stop run
           end-rewrite
           perform 2040-grava-movimento
              thru 2040-grava-movimento-exit
           add crt-valor-baixa to crt-valor-baixado
           if cr-liquidado
              perform 2045-libera-comissao
                 thru 2045-libera-comissao-exit
           end-if
           evaluate true
               when crt-valor-excedente > zeros
                   add 1 to crt-qtde-excedentes
                   move "E" to sus-motivo
                   move crt-valor-excedente to sus-valor
                   perform 2050-grava-pendencia
                      thru 2050-grava-pendencia-exit
                   move "PAGO A MAIOR - EXCEDENTE PENDENTE"
                        to lex-ocorrencia
                   perform 2060-imprime-excecao
                      thru 2060-imprime-excecao-exit
               when cr-baixado-perda
                   add 1 to crt-qtde-recuperados
                   move "RECUPERACAO DE TITULO EM PERDA"
                        to lex-ocorrencia
                   perform 2060-imprime-excecao
                      thru 2060-imprime-excecao-exit
               when cr-aberto
                   add 1 to crt-qtde-parciais
                   move "PAGAMENTO PARCIAL - SEGUE ABERTO"
                        to lex-ocorrencia
                   perform 2060-imprime-excecao
                      thru 2060-imprime-excecao-exit
               when other
                   add 1 to crt-qtde-integrais
           end-evaluate.
       2010-baixa-um-pagamento-exit.
           exit.

       2040-grava-movimento.
           move cr-periodo to crp-periodo
           move cr-lote to crp-lote
           move cr-sequencial to crp-sequencial
           move cr-parcela to crp-parcela
           move cr-cliente to crp-cliente
           move bct-data-pagamento to crp-data-pagamento
           move crt-valor-baixa to crp-valor
           move crt-operador-banco to crp-operador
           if cr-baixado-perda
              move "R" to crp-tipo-movimento
           else
              move "P" to crp-tipo-movimento
           end-if
           move space to crp-gl-gerada
           write crp-registro.
       2040-grava-movimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Titulo liquidado pelo retorno libera a comissao retida no  *
      * recebimento; vendedor em uso deixa a comissao retida, com  *
      * linha de excecao (a baixa manual do titulo tenta de novo). *
      *-----------------------------------------------------------*
       2045-libera-comissao.
           call "COMLIBER" using cr-chave crt-data-negocio
                                  crt-operador-banco
                                  crt-comissao-liberada
                                  crt-status-comissao
           end-call
           evaluate crt-status-comissao
               when "0"
                   add 1 to crt-qtde-com-liberadas
                   add crt-comissao-liberada to crt-valor-com-liberado
               when "2"
                   add 1 to crt-qtde-com-retidas
                   move "COMISSAO RETIDA - VDR EM USO"
                        to lex-ocorrencia
                   perform 2060-imprime-excecao
                      thru 2060-imprime-excecao-exit
               when "9"
                   add 1 to crt-qtde-com-retidas
                   move "ERRO NA LIBERACAO DA COMISSAO"
                        to lex-ocorrencia
                   perform 2060-imprime-excecao
                      thru 2060-imprime-excecao-exit
               when other
                   continue
           end-evaluate.
       2045-libera-comissao-exit.
           exit.

       2050-grava-pendencia.
           move crt-numero-arquivo to sus-numero-arquivo
           move bct-chave-titulo to sus-chave-titulo
           move bct-data-pagamento to sus-data-pagamento
           move crt-data-negocio to sus-data-registro
           write sus-registro
           add sus-valor to crt-valor-pendente.
       2050-grava-pendencia-exit.
           exit.

       2060-imprime-excecao.
           move bct-periodo to lex-periodo
           move bct-lote to lex-lote
           move bct-sequencial to lex-sequencial
           move bct-parcela to lex-parcela
           move bct-data-pagamento to lex-data
           move bct-valor-pago to lex-valor-pago
           move crt-valor-baixa to lex-valor-baixado
           write linha-relatorio from linha-excecao
               after advancing 1 line.
       2060-imprime-excecao-exit.
           exit.

       3000-registra-controle.
           open extend controle-retornos
           if crt-status-ctl = "35"
              open output controle-retornos
           end-if
           move crt-numero-arquivo to rtc-numero-arquivo
           move crt-data-arquivo to rtc-data-arquivo
           move crt-data-negocio to rtc-data-processo
           move crt-conf-qtde to rtc-qtde
           move crt-conf-valor to rtc-valor-total
           write rtc-registro
           close controle-retornos.
       3000-registra-controle-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "PAGAMENTOS LIDOS DO RETORNO:" to lcr-descricao
           move crt-qtde-lidos to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "TITULOS LIQUIDADOS:" to lcr-descricao
           move crt-qtde-integrais to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "PAGAMENTOS PARCIAIS:" to lcr-descricao
           move crt-qtde-parciais to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "RECUPERACOES DE TITULOS EM PERDA:" to lcr-descricao
           move crt-qtde-recuperados to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "PAGOS A MAIOR (EXCEDENTE PENDENTE):"
                to lcr-descricao
           move crt-qtde-excedentes to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "TITULOS DESCONHECIDOS (PENDENCIA):"
                to lcr-descricao
           move crt-qtde-desconhecidos to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "TITULOS JA LIQUIDADOS (PENDENCIA):"
                to lcr-descricao
           move crt-qtde-duplicados to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "COMISSOES LIBERADAS A VENDEDORES:" to lcr-descricao
           move crt-qtde-com-liberadas to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "COMISSOES NAO LIBERADAS (EXCECAO):" to lcr-descricao
           move crt-qtde-com-retidas to lcr-quantidade
           write linha-relatorio from linha-conta-ret
               after advancing 1 line
           move "VALOR TOTAL DO RETORNO:" to lvr-descricao
           move crt-conf-valor to lvr-valor
           write linha-relatorio from linha-valor-ret
               after advancing 2 lines
           move "VALOR BAIXADO NOS TITULOS:" to lvr-descricao
           move crt-valor-baixado to lvr-valor
           write linha-relatorio from linha-valor-ret
               after advancing 1 line
           move "VALOR ENVIADO A PENDENCIA:" to lvr-descricao
           move crt-valor-pendente to lvr-valor
           write linha-relatorio from linha-valor-ret
               after advancing 1 line
           move "COMISSAO LIBERADA A VENDEDORES:" to lvr-descricao
           move crt-valor-com-liberado to lvr-valor
           write linha-relatorio from linha-valor-ret
               after advancing 1 line
           display "CRRETOR: retorno " crt-numero-arquivo " - "
                   crt-qtde-lidos " pagamentos lidos.".
       4000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to crt-dup-funcao
           call "ARQDUPL" using crt-dup-funcao crt-dup-programa
                                crt-dup-arquivo crt-dup-chave-inicio
                                crt-dup-chave-tamanho
                                crt-dup-resultado
                                crt-dup-data-anterior
                                crt-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
