      *                    na abertura da sessao), para o fechamento  *
      *                    de caixa amarrar lancamento a dia e a      *
      *                    pessoa (relatorio diario VALORDIA).        *
      * 15/10/2026 EQP     Recibo de caixa numerado (sequencia       *
      *                    RECIBO do SEQNUM) para cada valor         *
      *                    recebido, impresso em RECIBO.RPT com      *
      *                    data, hora, operador, moeda e valor em    *
      *                    algarismos (CURRFMT) e por extenso na     *
      *                    moeda (VALEXT).  Numero do recibo gravado *
      *                    no lancamento.  Opcao de cancelar recibo  *
      *                    do proprio operador no dia, com motivo    *
      *                    obrigatorio, em RECIBCAN.DAT.             *
      * 15/10/2026 EQP     Compra e venda de moeda estrangeira ao    *
      *                    cliente: tipo da operacao, taxa cobrada e *
      *                    taxa de referencia CAMBIO do dia gravadas *
      *                    no lancamento, com o contravalor em BRL   *
      *                    no recibo.  Sem taxa CAMBIO a operacao    *
      *                    nao e gravada.                            *
      * 15/10/2026 EQP     Lancamento e cancelamento nascem com a    *
      *                    marca de exportacao para o diario         *
      *                    contabil (GLGERA) em branco.              *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is te-status-valor.

           select recibo-impressao assign to "RECIBO.RPT"
               organization is line sequential
               file status is te-status-recibo.

           select cambio-tabela assign to "CAMBIO"
               organization is indexed
               access mode is dynamic
               record key is cam-chave
               file status is te-status-cambio.

           select recibo-cancelado assign to "RECIBCAN.DAT"
               organization is line sequential
               file status is te-status-cancel.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  valor-cadastro.
           copy VALOREG.

       fd  recibo-impressao.
       01  linha-recibo              pic x(80).

       fd  recibo-cancelado.
           copy RECIBCAN.

       fd  cambio-tabela.
           copy CAMREC.

       working-storage section.

       copy DATASIS.
       77  resposta-continua    pic x(001) value "S".
           88  continua-incluindo           value "S" "s".

      *-----------------------------------------------------------*
      * Recibo de caixa: cada valor recebido sai numerado pela     *
      * sequencia RECIBO do SEQNUM em RECIBO.RPT, com o valor em   *
      * algarismos (CURRFMT) e por extenso (VALEXT) na moeda do    *
      * lancamento.  Cancelamento so no dia e pelo proprio         *
      * operador, com motivo, gravado em RECIBCAN.DAT.             *
      *-----------------------------------------------------------*
       77  te-status-recibo     pic x(002) value spaces.
       77  te-status-cancel     pic x(002) value spaces.
           88  te-fim-cancel                value "10".
       77  te-operacao          pic x(001) value spaces.
           88  te-opera-lancar              value "L" "l".
           88  te-opera-cancelar            value "C" "c".
       77  te-sq-funcao         pic x(001) value spaces.
       77  te-sq-nome           pic x(008) value "RECIBO".
       77  te-sq-numero         pic 9(009) value zeros.
       77  te-sq-status         pic x(001) value spaces.
       77  te-extenso           pic x(200) value spaces.
       77  te-ext-status        pic x(001) value spaces.
       77  te-recibo-busca      pic 9(007) value zeros.
       77  te-achou-recibo      pic x(001) value "N".
           88  te-recibo-achado             value "S".
       77  te-ja-cancelado      pic x(001) value "N".
           88  te-recibo-ja-cancelado       value "S".
       77  te-motivo            pic x(040) value spaces.
       77  te-confirma          pic x(001) value spaces.
           88  te-confirmou                 value "S" "s".


      *-----------------------------------------------------------*
      * Compra e venda de moeda ao cliente: taxa cobrada digitada  *
      * pelo operador e taxa de referencia CAMBIO do dia (a de     *
      * data mais recente que nao ultrapasse hoje) gravadas no     *
      * lancamento; o contravalor em BRL sai no recibo.            *
      *-----------------------------------------------------------*
       77  te-status-cambio     pic x(002) value spaces.
           88  te-cambio-ok                 value "00".
       77  te-tipo-operacao     pic x(001) value spaces.
           88  te-tipo-simples              value "L" "l".
           88  te-tipo-compra               value "C" "c".
           88  te-tipo-venda                value "V" "v".
       77  te-taxa-cliente      pic 9(005)v9999 value zeros.
       77  te-taxa-referencia   pic 9(005)v9999 value zeros.
       77  te-taxa-achada       pic x(001) value "N".
       77  te-fim-cambio        pic x(001) value "N".
       77  te-contravalor       pic 9(009)v99 value zeros.
       77  te-moeda-brl         pic x(003) value "BRL".
       77  te-contra-editado    pic x(017) value spaces.

       01  linha-recibo-titulo.
           05  filler                pic x(20) value
                  "RECIBO DE CAIXA No. ".
           05  lrt-numero            pic 9(07).
       01  linha-recibo-cancel-titulo.
           05  filler                pic x(32) value
                  "CANCELAMENTO DO RECIBO No.      ".
           05  lrx-numero            pic 9(07).
       01  linha-recibo-data.
           05  filler                pic x(06) value "DATA: ".
           05  lrd-dia               pic 9(02).
           05  filler                pic x(01) value "/".
           05  lrd-mes               pic 9(02).
           05  filler                pic x(01) value "/".
           05  lrd-ano               pic 9(04).
           05  filler                pic x(08) value "  HORA: ".
           05  lrd-hora              pic 9(02).
           05  filler                pic x(01) value ":".
           05  lrd-minuto            pic 9(02).
           05  filler                pic x(01) value ":".
           05  lrd-segundo           pic 9(02).
           05  filler                pic x(12) value "  OPERADOR: ".
           05  lrd-operador          pic x(08).
       01  linha-recibo-valor.
           05  filler                pic x(07) value "MOEDA: ".
           05  lrv-moeda             pic x(03).
           05  filler                pic x(10) value "   VALOR: ".
           05  lrv-valor             pic x(17).
       01  linha-recibo-cambio.
           05  filler                pic x(11) value "OPERACAO: ".
           05  lrc-operacao          pic x(09).
           05  filler                pic x(01) value space.
           05  lrc-moeda             pic x(03).
           05  filler                pic x(08) value "  TAXA: ".
           05  lrc-taxa              pic zz.zz9,9999.
           05  filler                pic x(09) value "  TOTAL: ".
           05  lrc-contravalor       pic x(17).
       01  linha-recibo-importancia.
           05  filler                pic x(27) value
                  "RECEBEMOS A IMPORTANCIA DE:".
       01  linha-recibo-extenso.
           05  filler                pic x(02) value spaces.
           05  lre-texto             pic x(70).
       01  linha-recibo-motivo.
           05  filler                pic x(08) value "MOTIVO: ".
           05  lrm-motivo            pic x(40).
       01  linha-recibo-assinatura.
           05  filler                pic x(40) value
                  "CAIXA: ______________________________".

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
           display erase
           perform 1500-identifica-operador
              thru 1500-identifica-operador-exit
           perform 1600-escolhe-operacao
              thru 1600-escolhe-operacao-exit
           open extend recibo-impressao
           if te-status-recibo = "35"
              open output recibo-impressao
              close recibo-impressao
              open extend recibo-impressao
           end-if
           if te-opera-cancelar
              perform 4000-cancela-recibo thru 4000-cancela-recibo-exit
                  until not continua-incluindo
           else
              open input cambio-tabela
              open extend valor-cadastro
              if te-status-valor = "35"
                 open output valor-cadastro
                 close valor-cadastro
                 open extend valor-cadastro
              end-if
              perform 2000-aceita-valor thru 2000-aceita-valor-exit
                  until not continua-incluindo
              close valor-cadastro
              if te-cambio-ok
                 close cambio-tabela
              end-if
           end-if
           close recibo-impressao
           perform 3000-lista-valores thru 3000-lista-valores-exit
           stop run.

       1500-identifica-operador-exit.
           exit.

       1600-escolhe-operacao.
           display "Operacao [L=lancar valores/C=cancelar recibo]: "
               at 1010
           accept te-operacao at 1058
           if not te-opera-lancar and not te-opera-cancelar
              display "Operacao invalida. Use L ou C." at 1810
              go to 1600-escolhe-operacao
           end-if.
       1600-escolhe-operacao-exit.
           exit.

       2000-aceita-valor.
           display erase
           perform 2005-aceita-tipo   thru 2005-aceita-tipo-exit
           perform 2010-aceita-moeda  thru 2010-aceita-moeda-exit
           perform 2020-aceita-numero thru 2020-aceita-numero-exit
           move zeros to te-taxa-cliente te-taxa-referencia
           if not te-tipo-simples
              perform 2030-aceita-taxa thru 2030-aceita-taxa-exit
              perform 2040-busca-taxa-dia
                 thru 2040-busca-taxa-dia-exit
              if te-taxa-achada = "N"
                 display "Sem taxa CAMBIO para " te-moeda
                          " - operacao nao gravada." at 1410
                 go to 2000-pergunta-outro
              end-if
           end-if
           move "P" to te-sq-funcao
           move zeros to te-sq-numero
           call "SEQNUM" using te-sq-funcao te-sq-nome
                                te-sq-numero te-sq-status
           end-call
           if te-sq-status not = "0"
              display "Erro na numeracao do recibo - valor nao "
                       "gravado." at 1410
              go to 2000-pergunta-outro
           end-if
           move te-valor to vl-valor
           move te-moeda to vl-moeda
           accept data-sistema from date yyyymmdd
           move data-sistema to vl-data-entrada
           move te-hora-atual(1:6) to vl-hora-entrada
           move te-operador to vl-operador
           move te-sq-numero to vl-recibo
           evaluate true
               when te-tipo-compra
                   move "C" to vl-tipo-operacao
               when te-tipo-venda
                   move "V" to vl-tipo-operacao
               when other
                   move "L" to vl-tipo-operacao
           end-evaluate
           move te-taxa-cliente to vl-taxa-cliente
           move te-taxa-referencia to vl-taxa-referencia
           move space to vl-gl-gerada
           write vl-registro
           call "CURRFMT" using te-valor te-moeda te-valor-editado
           perform 2100-imprime-recibo thru 2100-imprime-recibo-exit
           display "Gravado: " te-valor-editado "  Recibo: "
                    vl-recibo at 1410.
       2000-pergunta-outro.
           display "Incluir outro valor [s/n]? " at 1610
           accept resposta-continua at 1638.
       2000-aceita-valor-exit.
           exit.

       2005-aceita-tipo.
           display "Tipo [L=lancamento/C=compra/V=venda de moeda]: "
               at 0910
           accept te-tipo-operacao at 0958
           if te-tipo-operacao = spaces
              move "L" to te-tipo-operacao
           end-if
           if not te-tipo-simples and not te-tipo-compra
              and not te-tipo-venda
              display "Tipo invalido. Use L, C ou V." at 1810
              go to 2005-aceita-tipo
           end-if.
       2005-aceita-tipo-exit.
           exit.

       2010-aceita-moeda.
           display "Moeda [BRL/USD]: " at 1010
           accept te-moeda at 1027
           if not te-moeda-real and not te-moeda-dolar
              display "Moeda invalida. Use BRL ou USD." at 1810
              go to 2010-aceita-moeda
           end-if
           if te-moeda-real and not te-tipo-simples
              display "Compra/venda so de moeda estrangeira."
                  at 1810
              go to 2010-aceita-moeda
           end-if.
       2010-aceita-moeda-exit.
           exit.
       2020-aceita-numero-exit.
           exit.

       2030-aceita-taxa.
           display "Taxa ao cliente (BRL por unidade): " at 1210
           accept te-taxa-cliente at 1246
           if te-taxa-cliente not numeric or te-taxa-cliente = zero
              display "Taxa invalida. Informe uma taxa maior "
                       "que zero." at 1810
              go to 2030-aceita-taxa
           end-if.
       2030-aceita-taxa-exit.
           exit.

      *-----------------------------------------------------------*
      * Taxa de referencia CAMBIO da moeda vigente hoje: a de data *
      * mais recente que nao ultrapasse a data do lancamento.      *
      *-----------------------------------------------------------*
       2040-busca-taxa-dia.
           move "N" to te-taxa-achada
           move zeros to te-taxa-referencia
           if not te-cambio-ok
              go to 2040-busca-taxa-dia-exit
           end-if
           accept data-sistema from date yyyymmdd
           move "N" to te-fim-cambio
           move te-moeda to cam-moeda
           move zeros to cam-data
           start cambio-tabela key not less than cam-chave
               invalid key
                   move "S" to te-fim-cambio
               not invalid key
                   continue
           end-start
           perform 2050-avalia-taxa thru 2050-avalia-taxa-exit
               until te-fim-cambio = "S".
       2040-busca-taxa-dia-exit.
           exit.

       2050-avalia-taxa.
           read cambio-tabela next record
               at end
                   move "S" to te-fim-cambio
               not at end
                   if cam-moeda not = te-moeda
                      or cam-data > data-sistema
                      move "S" to te-fim-cambio
                   else
                      move cam-taxa to te-taxa-referencia
                      move "S" to te-taxa-achada
                   end-if
           end-read.
       2050-avalia-taxa-exit.
           exit.

      *-----------------------------------------------------------*
      * Recibo do lancamento em VL-REGISTRO: numero, data e hora,  *
      * operador, moeda e valor em algarismos (ja formatado em     *
      * TE-VALOR-EDITADO) e por extenso na moeda do lancamento.    *
      *-----------------------------------------------------------*
       2100-imprime-recibo.
           move vl-recibo to lrt-numero
           write linha-recibo from linha-recibo-titulo
               after advancing page
           perform 2110-imprime-corpo thru 2110-imprime-corpo-exit
           write linha-recibo from linha-recibo-assinatura
               after advancing 3 lines.
       2100-imprime-recibo-exit.
           exit.

      *-----------------------------------------------------------*
      * Corpo comum ao recibo e ao seu cancelamento.               *
      *-----------------------------------------------------------*
       2110-imprime-corpo.
           move vl-data-entrada(7:2) to lrd-dia
           move vl-data-entrada(5:2) to lrd-mes
           move vl-data-entrada(1:4) to lrd-ano
           move vl-hora-entrada(1:2) to lrd-hora
           move vl-hora-entrada(3:2) to lrd-minuto
           move vl-hora-entrada(5:2) to lrd-segundo
           move vl-operador to lrd-operador
           write linha-recibo from linha-recibo-data
               after advancing 2 lines
           move vl-moeda to lrv-moeda
           move te-valor-editado to lrv-valor
           write linha-recibo from linha-recibo-valor
               after advancing 1 line
           if vl-compra-moeda or vl-venda-moeda
              perform 2120-imprime-cambio thru 2120-imprime-cambio-exit
           end-if
           call "VALEXT" using vl-valor te-extenso te-ext-status
                                vl-moeda
           end-call
           if te-ext-status not = "0"
              go to 2110-imprime-corpo-exit
           end-if
           write linha-recibo from linha-recibo-importancia
               after advancing 2 lines
           move te-extenso(1:70) to lre-texto
           write linha-recibo from linha-recibo-extenso
               after advancing 1 line
           if te-extenso(71:70) not = spaces
              move te-extenso(71:70) to lre-texto
              write linha-recibo from linha-recibo-extenso
                  after advancing 1 line
           end-if
           if te-extenso(141:60) not = spaces
              move te-extenso(141:60) to lre-texto
              write linha-recibo from linha-recibo-extenso
                  after advancing 1 line
           end-if.
       2110-imprime-corpo-exit.
           exit.

      *-----------------------------------------------------------*
      * Compra/venda de moeda: operacao, taxa cobrada e o          *
      * contravalor em BRL pago ou recebido do cliente.            *
      *-----------------------------------------------------------*
       2120-imprime-cambio.
           if vl-compra-moeda
              move "COMPRA DE" to lrc-operacao
           else
              move "VENDA DE" to lrc-operacao
           end-if
           move vl-moeda to lrc-moeda
           move vl-taxa-cliente to lrc-taxa
           compute te-contravalor rounded =
                   vl-valor * vl-taxa-cliente
           call "CURRFMT" using te-contravalor te-moeda-brl
                                te-contra-editado
           move te-contra-editado to lrc-contravalor
           write linha-recibo from linha-recibo-cambio
               after advancing 1 line.
       2120-imprime-cambio-exit.
           exit.

      *-----------------------------------------------------------*
      * Relista todo o historico persistido, chamando CURRFMT para *
      * cada registro em vez de reimplementar a formatacao aqui.   *
              thru 3010-le-proximo-valor-exit.
       3020-exibe-um-valor-exit.
           exit.

      *-----------------------------------------------------------*
      * Cancelamento de recibo: so recibo do proprio operador e    *
      * do dia, ainda nao cancelado, com motivo obrigatorio.  O    *
      * lancamento continua em VALORES.DAT; o cancelamento vai     *
      * para RECIBCAN.DAT (VALORDIA lista, CAIXASES abate).        *
      *-----------------------------------------------------------*
       4000-cancela-recibo.
           display erase
           display "CANCELAMENTO DE RECIBO" at 0810
           display "Recibo (zeros = encerrar): " at 1010
           accept te-recibo-busca at 1037
           if te-recibo-busca not numeric or te-recibo-busca = zeros
              move "N" to resposta-continua
              go to 4000-cancela-recibo-exit
           end-if
           perform 4100-localiza-recibo thru 4100-localiza-recibo-exit
           if not te-recibo-achado
              display "Recibo inexistente." at 1810
              go to 4000-pergunta-outro
           end-if
           accept data-sistema from date yyyymmdd
           if vl-operador not = te-operador
              or vl-data-entrada not = data-sistema
              display "Recibo de outro operador ou de outro dia - "
                       "cancelamento nao permitido." at 1810
              go to 4000-pergunta-outro
           end-if
           perform 4200-verifica-cancelado
              thru 4200-verifica-cancelado-exit
           if te-recibo-ja-cancelado
              display "Recibo ja cancelado." at 1810
              go to 4000-pergunta-outro
           end-if
           call "CURRFMT" using vl-valor vl-moeda te-valor-editado
           display "Valor: " vl-moeda " " te-valor-editado at 1210
           perform 4010-aceita-motivo thru 4010-aceita-motivo-exit
           display "Confirma o cancelamento [s/n]? " at 1610
           accept te-confirma at 1642
           if not te-confirmou
              display "Cancelamento desistido." at 1810
              go to 4000-pergunta-outro
           end-if
           perform 4300-grava-cancelamento
              thru 4300-grava-cancelamento-exit.
       4000-pergunta-outro.
           display "Cancelar outro recibo [s/n]? " at 2010
           accept resposta-continua at 2040.
       4000-cancela-recibo-exit.
           exit.

       4010-aceita-motivo.
           move spaces to te-motivo
           display "Motivo: " at 1410
           accept te-motivo at 1418
           if te-motivo = spaces
              display "Informe o motivo do cancelamento." at 1810
              go to 4010-aceita-motivo
           end-if.
       4010-aceita-motivo-exit.
           exit.

      *-----------------------------------------------------------*
      * Procura o recibo em VALORES.DAT; achado, o lancamento      *
      * fica em VL-REGISTRO.                                       *
      *-----------------------------------------------------------*
       4100-localiza-recibo.
           move "N" to te-achou-recibo
           move spaces to te-status-valor
           open input valor-cadastro
           if te-status-valor not = "00"
              go to 4100-localiza-recibo-exit
           end-if
           perform 4110-le-um-lancamento
              thru 4110-le-um-lancamento-exit
               until te-fim-valor or te-recibo-achado
           close valor-cadastro.
       4100-localiza-recibo-exit.
           exit.

       4110-le-um-lancamento.
           read valor-cadastro
               at end
                   set te-fim-valor to true
               not at end
                   if vl-recibo is numeric
                      and vl-recibo = te-recibo-busca
                      move "S" to te-achou-recibo
                   end-if
           end-read.
       4110-le-um-lancamento-exit.
           exit.

       4200-verifica-cancelado.
           move "N" to te-ja-cancelado
           move spaces to te-status-cancel
           open input recibo-cancelado
           if te-status-cancel not = "00"
              go to 4200-verifica-cancelado-exit
           end-if
           perform 4210-le-um-cancelamento
              thru 4210-le-um-cancelamento-exit
               until te-fim-cancel or te-recibo-ja-cancelado
           close recibo-cancelado.
       4200-verifica-cancelado-exit.
           exit.

       4210-le-um-cancelamento.
           read recibo-cancelado
               at end
                   set te-fim-cancel to true
               not at end
                   if rcn-recibo = te-recibo-busca
                      move "S" to te-ja-cancelado
                   end-if
           end-read.
       4210-le-um-cancelamento-exit.
           exit.

       4300-grava-cancelamento.
           open extend recibo-cancelado
           if te-status-cancel = "35"
              open output recibo-cancelado
              close recibo-cancelado
              open extend recibo-cancelado
           end-if
           accept te-hora-atual from time
           move vl-recibo to rcn-recibo
           move vl-data-entrada to rcn-data-recibo
           move vl-operador to rcn-operador
           move vl-moeda to rcn-moeda
           move vl-valor to rcn-valor
           move data-sistema to rcn-data-cancel
           move te-hora-atual(1:6) to rcn-hora-cancel
           move te-motivo to rcn-motivo
           if vl-compra-moeda or vl-venda-moeda
              move vl-tipo-operacao to rcn-tipo-operacao
              move vl-taxa-cliente to rcn-taxa-cliente
           else
              move "L" to rcn-tipo-operacao
              move zeros to rcn-taxa-cliente
           end-if
           move space to rcn-gl-gerada
           write rcn-registro
           close recibo-cancelado
           move vl-recibo to lrx-numero
           write linha-recibo from linha-recibo-cancel-titulo
               after advancing page
           perform 2110-imprime-corpo thru 2110-imprime-corpo-exit
           move te-motivo to lrm-motivo
           write linha-recibo from linha-recibo-motivo
               after advancing 2 lines
           display "Recibo " vl-recibo " cancelado." at 1810.
       4300-grava-cancelamento-exit.
           exit.
