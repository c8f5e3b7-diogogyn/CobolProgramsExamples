      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crcobra.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Regua de cobranca noturna: contra a data *
      *                    de negocio, classifica cada titulo       *
      *                    aberto de CONTASREC.DAT nas faixas de    *
      *                    atraso de CRCARTAS.DAT (padrao 15, 30 e  *
      *                    60 dias) e, para o cliente com titulo    *
      *                    chegando a uma faixa nova, imprime a     *
      *                    carta do nivel e grava o contato de      *
      *                    cobranca em CONTATOS com data de         *
      *                    retorno, para a fila do CONTFILA.  O     *
      *                    nivel enviado fica no titulo - a mesma   *
      *                    carta nunca sai duas vezes.  Cliente     *
      *                    com atraso alem da ultima faixa mais o   *
      *                    prazo do CRCOBRA.PRM e bloqueado no      *
      *                    mestre, com trilha no CLIAUDIT.          *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
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
               file status is ccb-status-cr.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is ccb-status-cliente.

           select contato-log assign to "CONTATOS"
               organization is indexed
               access mode is dynamic
               record key is ctt-chave
               file status is ccb-status-contato.

           select cliaudit-log assign to "CLIAUDIT"
               organization is line sequential
               file status is ccb-status-audit.

           select textos-cartas assign to "CRCARTAS.DAT"
               organization is line sequential
               file status is ccb-status-cartas.

           select arq-parametros assign to "CRCOBRA.PRM"
               organization is line sequential
               file status is ccb-status-parm.

           select ordenacao-cobranca assign to "CCBSORT".

           select cartas-relatorio
               assign to dynamic ccb-nome-relatorio
               organization is line sequential
               file status is ccb-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  contato-log.
           copy CONTREC.

       fd  cliaudit-log.
           copy CLIAUDT.

       fd  textos-cartas.
           copy CRCARTA.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       sd  ordenacao-cobranca.
       01  scb-registro.
           05  scb-filial            pic 9(03).
           05  scb-cliente           pic 9(05).
           05  scb-chave-titulo.
               10  scb-periodo       pic 9(06).
               10  scb-lote          pic 9(05).
               10  scb-sequencial    pic 9(07).
               10  scb-parcela       pic 9(02).
           05  scb-vencimento        pic 9(08).
           05  scb-dias-atraso       pic 9(05).
           05  scb-saldo             pic 9(07)v99.
           05  scb-nivel-novo        pic 9(01).
           05  scb-bloqueia          pic x(01).
               88  scb-para-bloqueio       value "S".

       fd  cartas-relatorio.
       01  linha-relatorio           pic x(80).

       working-storage section.

       copy DATASIS.

       77  ccb-status-cr        pic x(02) value spaces.
           88  ccb-cr-ok               value "00".
       77  ccb-status-cliente   pic x(02) value spaces.
           88  ccb-cliente-ok          value "00".
       77  ccb-status-contato   pic x(02) value spaces.
       77  ccb-status-audit     pic x(02) value spaces.
       77  ccb-status-cartas    pic x(02) value spaces.
       77  ccb-status-parm      pic x(02) value spaces.
       77  ccb-status-relat     pic x(02) value spaces.
       77  ccb-fim-ordenacao    pic x value "N".

       77  ccb-data-real        pic 9(08) value zeros.
       77  ccb-data-negocio     pic 9(08) value zeros.
       77  ccb-dias-referencia  pic 9(07) value zeros.
       77  ccb-dias-vencimento  pic 9(07) value zeros.
       77  ccb-hora-atual       pic 9(08) value zeros.
       77  ccb-ec-funcao        pic x(01) value "P".
       77  ccb-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  ccb-ec-morto         pic x(20) value "CLIAUDARCH".
       77  ccb-ec-tamanho       pic 9(03) value 328.
       77  ccb-operador         pic x(08) value "CRCOBRA ".

      *-----------------------------------------------------------*
      * Nome datado do arquivo de cartas (RPTNAME).                *
      *-----------------------------------------------------------*
       77  ccb-rpt-base         pic x(08) value "CRCOBRA ".
       77  ccb-nome-relatorio   pic x(30) value spaces.
       77  ccb-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * CRCOBRA.PRM (opcional), linha RETORNO;BLOQUEIO com tres    *
      * digitos cada (ex. 005;030): dias da carta ate o retorno do *
      * contato e dias de atraso alem da ultima faixa para o       *
      * bloqueio automatico do cliente.                            *
      *-----------------------------------------------------------*
       77  ccb-dias-retorno     pic 9(03) value 5.
       77  ccb-prazo-bloqueio   pic 9(03) value 30.
       77  ccb-dias-bloqueio    pic 9(05) value zeros.
       77  ccb-prm-retorno      pic x(03) value spaces.
       77  ccb-prm-bloqueio     pic x(03) value spaces.

      *-----------------------------------------------------------*
      * Faixas de atraso e texto de cada carta, de CRCARTAS.DAT    *
      * ou, sem o arquivo, as tres faixas padrao da cobranca.      *
      *-----------------------------------------------------------*
       01  ccb-tabela-niveis.
           05  ccb-nivel-ocorr occurs 5 times.
               10  ccb-nv-dias       pic 9(03).
               10  ccb-nv-qtde-linhas pic 9(02).
               10  ccb-nv-linha      pic x(70) occurs 10 times.
       77  ccb-qtde-niveis      pic 9(01) value zeros.
       77  ccb-nv               pic 9(02) value zeros.
       77  ccb-lin              pic 9(02) value zeros.
       77  ccb-nivel-atingido   pic 9(01) value zeros.

      *-----------------------------------------------------------*
      * Cliente corrente: titulos que mudaram de faixa (listados   *
      * na carta), maior nivel atingido e pedido de bloqueio.      *
      *-----------------------------------------------------------*
       01  ccb-tabela-titulos.
           05  ccb-tit-ocorr occurs 30 times.
               10  ccb-tt-chave      pic x(20).
               10  ccb-tt-vencimento pic 9(08).
               10  ccb-tt-dias       pic 9(05).
               10  ccb-tt-saldo      pic 9(07)v99.
       77  ccb-qtde-titulos     pic 9(03) value zeros.
       77  ccb-qtde-excedentes  pic 9(03) value zeros.
       77  ccb-ix               pic 9(03) value zeros.
       77  ccb-nivel-carta      pic 9(01) value zeros.
       77  ccb-total-carta      pic 9(09)v99 value zeros.
       77  ccb-bloqueio-pedido  pic x(01) value "N".
           88  ccb-bloquear-cliente    value "S".
       77  ccb-primeiro-reg     pic x value "S".
           88  ccb-primeira-vez        value "S".
       77  ccb-filial-anterior  pic 9(03) value zeros.
       77  ccb-cliente-anterior pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Gravacao do contato (sequencia do dia, como no cadastro)   *
      * e trava em voo do cliente a bloquear (RECLOCK).            *
      *-----------------------------------------------------------*
       77  ccb-ctt-seq          pic 9(02) value zeros.
       77  ccb-ctt-gravado      pic x(01) value "N".
           88  ccb-contato-gravado     value "S".
       77  ccb-int-retorno      pic 9(07) value zeros.
       77  ccb-data-retorno     pic 9(08) value zeros.
       77  ccb-imagem-antes     pic x(150) value spaces.
       77  ccb-lk-funcao        pic x(01) value spaces.
       77  ccb-lk-arquivo       pic x(08) value "CLIENTE ".
       77  ccb-lk-chave         pic x(09) value spaces.
       77  ccb-lk-status        pic x(01) value spaces.
       77  ccb-lk-dono          pic x(08) value spaces.

       01  ccb-contadores.
           05  ccb-qtde-cartas       pic 9(05) value zeros
                                     occurs 5 times.
       77  ccb-qtde-contatos    pic 9(05) value zeros.
       77  ccb-qtde-bloqueados  pic 9(05) value zeros.
       77  ccb-qtde-ja-bloqueados pic 9(05) value zeros.
       77  ccb-qtde-travados    pic 9(05) value zeros.
       77  ccb-qtde-falhas      pic 9(05) value zeros.

       01  linha-separador.
           05  filler                pic x(70) value all "-".
       01  linha-carta-cabecalho.
           05  filler                pic x(28) value
                  "AVISO DE DEBITO EM ATRASO - ".
           05  lcc-nivel             pic 9(01).
           05  filler                pic x(18) value
                  "O. AVISO     DATA:".
           05  filler                pic x(01) value space.
           05  lcc-dia               pic 99.
           05  filler                pic x(01) value "/".
           05  lcc-mes               pic 99.
           05  filler                pic x(01) value "/".
           05  lcc-ano               pic 9(04).
       01  linha-carta-nome.
           05  filler                pic x(12) value "Prezado(a) ".
           05  lcn-nome              pic x(30).
           05  filler                pic x(10) value "  CLIENTE ".
           05  lcn-cliente           pic 9(05).
       01  linha-carta-endereco.
           05  lce-logradouro        pic x(30).
           05  filler                pic x(02) value spaces.
           05  lce-cidade            pic x(20).
           05  filler                pic x(01) value "-".
           05  lce-uf                pic x(02).
           05  filler                pic x(06) value "  CEP ".
           05  lce-cep               pic 9(08).
       01  linha-carta-texto.
           05  filler                pic x(02) value spaces.
           05  lct-texto             pic x(70).
       01  linha-carta-colunas.
           05  filler                pic x(04) value spaces.
           05  filler                pic x(24) value "TITULO".
           05  filler                pic x(12) value "VENCIMENTO".
           05  filler                pic x(08) value "   DIAS".
           05  filler                pic x(16) value
                  "           SALDO".
       01  linha-carta-titulo.
           05  filler                pic x(04) value spaces.
           05  ltc-periodo           pic 9(06).
           05  filler                pic x(01) value "/".
           05  ltc-lote              pic 9(05).
           05  filler                pic x(01) value "/".
           05  ltc-sequencial        pic 9(07).
           05  filler                pic x(01) value "-".
           05  ltc-parcela           pic 9(02).
           05  filler                pic x(01) value spaces.
           05  ltc-venc-dia          pic 99.
           05  filler                pic x(01) value "/".
           05  ltc-venc-mes          pic 99.
           05  filler                pic x(01) value "/".
           05  ltc-venc-ano          pic 9(04).
           05  filler                pic x(02) value spaces.
           05  ltc-dias              pic zzzz9.
           05  filler                pic x(04) value spaces.
           05  ltc-saldo             pic z.zzz.zz9,99.
       01  linha-carta-total.
           05  filler                pic x(04) value spaces.
           05  filler                pic x(40) value
                  "TOTAL EM ATRASO NESTE AVISO".
           05  lca-excedentes        pic x(16) value spaces.
           05  lca-total             pic zzz.zzz.zz9,99.
       01  linha-carta-bloqueio.
           05  filler                pic x(02) value spaces.
           05  filler                pic x(60) value
              "CREDITO SUSPENSO ATE A REGULARIZACAO DOS TITULOS ACIMA.".
       01  linha-controle-cobranca.
           05  lcb-descricao         pic x(40).
           05  lcb-quantidade        pic zzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using ccb-data-real ccb-data-negocio
           end-call
           move function integer-of-date(ccb-data-negocio)
                to ccb-dias-referencia
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-cobranca
               on ascending key scb-filial
                                scb-cliente
                                scb-chave-titulo
               input procedure 2000-apura-faixas
                        thru 2000-apura-faixas-exit
               output procedure 3000-emite-cobranca
                        thru 3000-emite-cobranca-exit
           perform 4000-pagina-de-controle
              thru 4000-pagina-de-controle-exit
           close contas-receber cliente-mestre contato-log
                 cliaudit-log cartas-relatorio
           display "CRCOBRA: " ccb-qtde-contatos
                   " cartas de cobranca em " ccb-nome-relatorio
           if ccb-qtde-travados + ccb-qtde-falhas > zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           perform 1100-carrega-cartas thru 1100-carrega-cartas-exit
           perform 1200-le-parametros thru 1200-le-parametros-exit
           compute ccb-dias-bloqueio =
                   ccb-nv-dias(ccb-qtde-niveis) + ccb-prazo-bloqueio
           compute ccb-int-retorno =
                   ccb-dias-referencia + ccb-dias-retorno
           move function date-of-integer(ccb-int-retorno)
                to ccb-data-retorno
           open i-o contas-receber
           if not ccb-cr-ok
              display "CRCOBRA: carteira CONTASREC indisponivel - "
                      "status " ccb-status-cr
              display "Gere os titulos pelo CRGERA."
              move 16 to return-code
              stop run
           end-if
           open i-o cliente-mestre
           if not ccb-cliente-ok
              display "CRCOBRA: erro ao abrir CLIENTE - status "
                       ccb-status-cliente
              move 16 to return-code
              stop run
           end-if
           open i-o contato-log
           if ccb-status-contato = "35"
              open output contato-log
              close contato-log
              open i-o contato-log
           end-if
           if ccb-status-contato not = "00"
              display "CRCOBRA: erro ao abrir CONTATOS - status "
                       ccb-status-contato
              move 16 to return-code
              stop run
           end-if
           open extend cliaudit-log
           if ccb-status-audit = "35"
              open output cliaudit-log
           end-if
           call "RPTNAME" using ccb-rpt-base ccb-nome-relatorio
                                 ccb-rpt-status
           end-call
           if ccb-rpt-status not = "0"
              move "CRCOBRA.RPT" to ccb-nome-relatorio
           end-if
           open output cartas-relatorio.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Faixas e textos das cartas.  Linha com nivel fora de 1 a 5 *
      * ou faixas fora de ordem invalidam o arquivo: a regua nao   *
      * roda com cartas trocadas.                                  *
      *-----------------------------------------------------------*
       1100-carrega-cartas.
           initialize ccb-tabela-niveis
           open input textos-cartas
           if ccb-status-cartas not = "00"
              perform 1150-cartas-padrao thru 1150-cartas-padrao-exit
              go to 1100-carrega-cartas-exit
           end-if
           perform 1110-le-linha-carta thru 1110-le-linha-carta-exit
               until ccb-status-cartas not = "00"
           close textos-cartas
           if ccb-qtde-niveis = zeros
              perform 1150-cartas-padrao thru 1150-cartas-padrao-exit
              go to 1100-carrega-cartas-exit
           end-if
           move 1 to ccb-nv
           perform 1120-confere-nivel thru 1120-confere-nivel-exit
               until ccb-nv > ccb-qtde-niveis.
       1100-carrega-cartas-exit.
           exit.

       1110-le-linha-carta.
           read textos-cartas
               at end
                   move "10" to ccb-status-cartas
                   go to 1110-le-linha-carta-exit
           end-read
           if cta-nivel is not numeric or cta-dias is not numeric
              or cta-nivel < 1 or cta-nivel > 5
              display "CRCOBRA: linha invalida em CRCARTAS.DAT - "
                      cta-registro
              move 16 to return-code
              stop run
           end-if
           if cta-nivel > ccb-qtde-niveis
              move cta-nivel to ccb-qtde-niveis
           end-if
           move cta-dias to ccb-nv-dias(cta-nivel)
           if ccb-nv-qtde-linhas(cta-nivel) < 10
              add 1 to ccb-nv-qtde-linhas(cta-nivel)
              move ccb-nv-qtde-linhas(cta-nivel) to ccb-lin
              move cta-linha to ccb-nv-linha(cta-nivel ccb-lin)
           end-if.
       1110-le-linha-carta-exit.
           exit.

       1120-confere-nivel.
           if ccb-nv-qtde-linhas(ccb-nv) = zeros
              or ccb-nv-dias(ccb-nv) = zeros
              or (ccb-nv > 1
                  and ccb-nv-dias(ccb-nv) not > ccb-nv-dias(ccb-nv - 1))
              display "CRCOBRA: nivel " ccb-nv " ausente ou fora de "
                      "ordem em CRCARTAS.DAT."
              move 16 to return-code
              stop run
           end-if
           add 1 to ccb-nv.
       1120-confere-nivel-exit.
           exit.

       1150-cartas-padrao.
           move 3 to ccb-qtde-niveis
           move 15 to ccb-nv-dias(1)
           move 2 to ccb-nv-qtde-linhas(1)
           move "Nao identificamos o pagamento dos titulos abaixo."
                to ccb-nv-linha(1 1)
           move "Se ja pagou, desconsidere este aviso."
                to ccb-nv-linha(1 2)
           move 30 to ccb-nv-dias(2)
           move 2 to ccb-nv-qtde-linhas(2)
           move "Os titulos abaixo seguem em aberto ha mais de 30 dias."
                to ccb-nv-linha(2 1)
           move "Pedimos que regularize ou procure a nossa loja."
                to ccb-nv-linha(2 2)
           move 60 to ccb-nv-dias(3)
           move 2 to ccb-nv-qtde-linhas(3)
           move "Ultimo aviso: sem a regularizacao dos titulos abaixo"
                to ccb-nv-linha(3 1)
           move "o seu credito sera suspenso."
                to ccb-nv-linha(3 2).
       1150-cartas-padrao-exit.
           exit.

       1200-le-parametros.
           open input arq-parametros
           if ccb-status-parm not = "00"
              go to 1200-le-parametros-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           move spaces to ccb-prm-retorno ccb-prm-bloqueio
           unstring prm-linha delimited by ";" or space
               into ccb-prm-retorno ccb-prm-bloqueio
           end-unstring
           if ccb-prm-retorno not = spaces
              if ccb-prm-retorno is not numeric
                 display "CRCOBRA: dias de retorno invalidos em "
                         "CRCOBRA.PRM - " ccb-prm-retorno
                 move 16 to return-code
                 stop run
              end-if
              move ccb-prm-retorno to ccb-dias-retorno
           end-if
           if ccb-prm-bloqueio not = spaces
              if ccb-prm-bloqueio is not numeric
                 display "CRCOBRA: prazo de bloqueio invalido em "
                         "CRCOBRA.PRM - " ccb-prm-bloqueio
                 move 16 to return-code
                 stop run
              end-if
              move ccb-prm-bloqueio to ccb-prazo-bloqueio
           end-if.
       1200-le-parametros-exit.
           exit.

      *-----------------------------------------------------------*
      * Primeira passada, so leitura: entra na ordenacao o titulo  *
      * aberto que chegou a uma faixa ainda nao avisada ou que     *
      * passou do prazo de bloqueio.                               *
      *-----------------------------------------------------------*
       2000-apura-faixas.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to ccb-status-cr
               not invalid key
                   move "00" to ccb-status-cr
           end-start
           perform 2010-avalia-titulo thru 2010-avalia-titulo-exit
               until ccb-status-cr not = "00".
       2000-apura-faixas-exit.
           exit.

       2010-avalia-titulo.
           read contas-receber next record
               at end
                   move "10" to ccb-status-cr
                   go to 2010-avalia-titulo-exit
           end-read
           if not cr-aberto
              or cr-valor-pago not < cr-valor-original
              go to 2010-avalia-titulo-exit
           end-if
           if cr-data-vencimento = zeros
              or cr-data-vencimento not < ccb-data-negocio
              go to 2010-avalia-titulo-exit
           end-if
           move function integer-of-date(cr-data-vencimento)
                to ccb-dias-vencimento
           compute scb-dias-atraso =
                   ccb-dias-referencia - ccb-dias-vencimento
           move zeros to ccb-nivel-atingido
           move 1 to ccb-nv
           perform 2020-procura-faixa thru 2020-procura-faixa-exit
               until ccb-nv > ccb-qtde-niveis
           if cr-nivel-cobranca is not numeric
              move zeros to cr-nivel-cobranca
           end-if
           if ccb-nivel-atingido > cr-nivel-cobranca
              move ccb-nivel-atingido to scb-nivel-novo
           else
              move zeros to scb-nivel-novo
           end-if
           if scb-dias-atraso > ccb-dias-bloqueio
              move "S" to scb-bloqueia
           else
              move "N" to scb-bloqueia
           end-if
           if scb-nivel-novo = zeros and not scb-para-bloqueio
              go to 2010-avalia-titulo-exit
           end-if
           move cr-filial to scb-filial
           move cr-cliente to scb-cliente
           move cr-chave to scb-chave-titulo
           move cr-data-vencimento to scb-vencimento
           compute scb-saldo = cr-valor-original - cr-valor-pago
           release scb-registro.
       2010-avalia-titulo-exit.
           exit.

       2020-procura-faixa.
           if scb-dias-atraso not < ccb-nv-dias(ccb-nv)
              move ccb-nv to ccb-nivel-atingido
           end-if
           add 1 to ccb-nv.
       2020-procura-faixa-exit.
           exit.

       3000-emite-cobranca.
           move "N" to ccb-fim-ordenacao
           perform 3010-processa-titulo thru 3010-processa-titulo-exit
               until ccb-fim-ordenacao = "S"
           if not ccb-primeira-vez
              perform 3100-fecha-cliente thru 3100-fecha-cliente-exit
           end-if.
       3000-emite-cobranca-exit.
           exit.

      *-----------------------------------------------------------*
      * O nivel e gravado no titulo na hora: se a corrida cair     *
      * depois, a carta ja impressa nao sai de novo.               *
      *-----------------------------------------------------------*
       3010-processa-titulo.
           return ordenacao-cobranca
               at end
                   move "S" to ccb-fim-ordenacao
                   go to 3010-processa-titulo-exit
           end-return
           if ccb-primeira-vez
              move "N" to ccb-primeiro-reg
              move scb-filial to ccb-filial-anterior
              move scb-cliente to ccb-cliente-anterior
           end-if
           if scb-filial not = ccb-filial-anterior
              or scb-cliente not = ccb-cliente-anterior
              perform 3100-fecha-cliente thru 3100-fecha-cliente-exit
              move scb-filial to ccb-filial-anterior
              move scb-cliente to ccb-cliente-anterior
           end-if
           if scb-para-bloqueio
              move "S" to ccb-bloqueio-pedido
           end-if
           if scb-nivel-novo = zeros
              go to 3010-processa-titulo-exit
           end-if
           move scb-chave-titulo to cr-chave
           read contas-receber
               invalid key
                   add 1 to ccb-qtde-falhas
                   go to 3010-processa-titulo-exit
           end-read
           move scb-nivel-novo to cr-nivel-cobranca
           rewrite cr-registro
               invalid key
                   add 1 to ccb-qtde-falhas
                   go to 3010-processa-titulo-exit
           end-rewrite
           if scb-nivel-novo > ccb-nivel-carta
              move scb-nivel-novo to ccb-nivel-carta
           end-if
           add scb-saldo to ccb-total-carta
           if ccb-qtde-titulos < 30
              add 1 to ccb-qtde-titulos
              move scb-chave-titulo to ccb-tt-chave(ccb-qtde-titulos)
              move scb-vencimento
                   to ccb-tt-vencimento(ccb-qtde-titulos)
              move scb-dias-atraso to ccb-tt-dias(ccb-qtde-titulos)
              move scb-saldo to ccb-tt-saldo(ccb-qtde-titulos)
           else
              add 1 to ccb-qtde-excedentes
           end-if.
       3010-processa-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha o cliente: carta do maior nivel atingido com os      *
      * titulos que mudaram de faixa, contato de cobranca e, se    *
      * for o caso, o bloqueio no mestre.                          *
      *-----------------------------------------------------------*
       3100-fecha-cliente.
           move ccb-cliente-anterior to cli-codigo
           read cliente-mestre
               invalid key
                   move spaces to cli-nome cli-endereco
                   move zeros to cli-cep
                   move ccb-filial-anterior to cli-filial
                   move "N" to ccb-bloqueio-pedido
           end-read
           if ccb-nivel-carta > zeros
              perform 3110-imprime-carta thru 3110-imprime-carta-exit
              perform 3130-grava-contato thru 3130-grava-contato-exit
           end-if
           if ccb-bloquear-cliente
              perform 3150-bloqueia-cliente
                 thru 3150-bloqueia-cliente-exit
           end-if
           move zeros to ccb-qtde-titulos ccb-qtde-excedentes
                         ccb-nivel-carta ccb-total-carta
           move "N" to ccb-bloqueio-pedido.
       3100-fecha-cliente-exit.
           exit.

       3110-imprime-carta.
           move ccb-nivel-carta to lcc-nivel
           move ccb-data-negocio(7:2) to lcc-dia
           move ccb-data-negocio(5:2) to lcc-mes
           move ccb-data-negocio(1:4) to lcc-ano
           write linha-relatorio from linha-separador
               after advancing page
           write linha-relatorio from linha-carta-cabecalho
               after advancing 1 line
           move cli-nome to lcn-nome
           move ccb-cliente-anterior to lcn-cliente
           write linha-relatorio from linha-carta-nome
               after advancing 2 lines
           move cli-logradouro to lce-logradouro
           move cli-cidade to lce-cidade
           move cli-uf to lce-uf
           move cli-cep to lce-cep
           write linha-relatorio from linha-carta-endereco
               after advancing 1 line
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move 1 to ccb-lin
           perform 3112-imprime-texto thru 3112-imprime-texto-exit
               until ccb-lin > ccb-nv-qtde-linhas(ccb-nivel-carta)
           write linha-relatorio from linha-carta-colunas
               after advancing 2 lines
           move 1 to ccb-ix
           perform 3114-imprime-titulo thru 3114-imprime-titulo-exit
               until ccb-ix > ccb-qtde-titulos
           move spaces to lca-excedentes
           if ccb-qtde-excedentes > zeros
              string "(+" delimited by size
                     ccb-qtde-excedentes delimited by size
                     " TITULOS)" delimited by size
                     into lca-excedentes
              end-string
           end-if
           move ccb-total-carta to lca-total
           write linha-relatorio from linha-carta-total
               after advancing 2 lines
           if ccb-bloquear-cliente and not cli-bloqueado
              write linha-relatorio from linha-carta-bloqueio
                  after advancing 2 lines
           end-if
           add 1 to ccb-qtde-cartas(ccb-nivel-carta).
       3110-imprime-carta-exit.
           exit.

       3112-imprime-texto.
           move ccb-nv-linha(ccb-nivel-carta ccb-lin) to lct-texto
           write linha-relatorio from linha-carta-texto
               after advancing 1 line
           add 1 to ccb-lin.
       3112-imprime-texto-exit.
           exit.

       3114-imprime-titulo.
           move ccb-tt-chave(ccb-ix) to scb-chave-titulo
           move scb-periodo to ltc-periodo
           move scb-lote to ltc-lote
           move scb-sequencial to ltc-sequencial
           move scb-parcela to ltc-parcela
           move ccb-tt-vencimento(ccb-ix)(7:2) to ltc-venc-dia
           move ccb-tt-vencimento(ccb-ix)(5:2) to ltc-venc-mes
           move ccb-tt-vencimento(ccb-ix)(1:4) to ltc-venc-ano
           move ccb-tt-dias(ccb-ix) to ltc-dias
           move ccb-tt-saldo(ccb-ix) to ltc-saldo
           write linha-relatorio from linha-carta-titulo
               after advancing 1 line
           add 1 to ccb-ix.
       3114-imprime-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * Contato de cobranca com retorno pendente: o cliente entra  *
      * na fila do CONTFILA na data de retorno.                    *
      *-----------------------------------------------------------*
       3130-grava-contato.
           move ccb-cliente-anterior to ctt-cliente
           move ccb-data-negocio to ctt-data
           set ctt-cobranca to true
           move ccb-operador to ctt-operador
           move spaces to ctt-nota
           string "CARTA DE COBRANCA NIVEL " delimited by size
                  ccb-nivel-carta delimited by size
                  " ENVIADA" delimited by size
                  into ctt-nota
           end-string
           move ccb-data-retorno to ctt-data-retorno
           set ctt-retorno-pendente to true
           move cli-filial to ctt-filial
           perform 3140-grava-sequencia thru 3140-grava-sequencia-exit
           if ccb-contato-gravado
              add 1 to ccb-qtde-contatos
           else
              display "CRCOBRA: limite de contatos do dia atingido - "
                      "cliente " ccb-cliente-anterior
              add 1 to ccb-qtde-falhas
           end-if.
       3130-grava-contato-exit.
           exit.

       3140-grava-sequencia.
           move zeros to ccb-ctt-seq
           move "N" to ccb-ctt-gravado
           perform 3145-tenta-sequencia thru 3145-tenta-sequencia-exit
               until ccb-contato-gravado or ccb-ctt-seq > 98.
       3140-grava-sequencia-exit.
           exit.

       3145-tenta-sequencia.
           add 1 to ccb-ctt-seq
           move ccb-ctt-seq to ctt-seq
           write ctt-registro
               invalid key
                   continue
               not invalid key
                   move "S" to ccb-ctt-gravado
           end-write.
       3145-tenta-sequencia-exit.
           exit.

      *-----------------------------------------------------------*
      * Bloqueio automatico: cliente em manutencao por um operador *
      * (RECLOCK) e pulado e avisado - a proxima corrida bloqueia. *
      *-----------------------------------------------------------*
       3150-bloqueia-cliente.
           if cli-bloqueado
              add 1 to ccb-qtde-ja-bloqueados
              go to 3150-bloqueia-cliente-exit
           end-if
           move "L" to ccb-lk-funcao
           move cli-codigo to ccb-lk-chave
           call "RECLOCK" using ccb-lk-funcao ccb-lk-arquivo
                                ccb-lk-chave ccb-operador
                                ccb-lk-status ccb-lk-dono
           end-call
           if ccb-lk-status = "1"
              display "CRCOBRA: cliente " cli-codigo " em uso por "
                      ccb-lk-dono " - bloqueio pulado."
              add 1 to ccb-qtde-travados
              go to 3150-bloqueia-cliente-exit
           end-if
           move cli-registro to ccb-imagem-antes
           set cli-bloqueado to true
           rewrite cli-registro
               invalid key
                   display "CRCOBRA: erro ao regravar cliente "
                           cli-codigo " - status " ccb-status-cliente
                   add 1 to ccb-qtde-falhas
               not invalid key
                   add 1 to ccb-qtde-bloqueados
                   perform 3160-grava-auditoria
                      thru 3160-grava-auditoria-exit
                   move cli-codigo to ctt-cliente
                   move ccb-data-negocio to ctt-data
                   set ctt-bloqueio to true
                   move ccb-operador to ctt-operador
                   move "BLOQUEIO AUTOMATICO POR ATRASO" to ctt-nota
                   move zeros to ctt-data-retorno
                   set ctt-sem-retorno to true
                   move cli-filial to ctt-filial
                   perform 3140-grava-sequencia
                      thru 3140-grava-sequencia-exit
           end-rewrite
           move "U" to ccb-lk-funcao
           call "RECLOCK" using ccb-lk-funcao ccb-lk-arquivo
                                ccb-lk-chave ccb-operador
                                ccb-lk-status ccb-lk-dono
           end-call.
       3150-bloqueia-cliente-exit.
           exit.

       3160-grava-auditoria.
           move ccb-operador to aud-terminal
           accept data-sistema from date yyyymmdd
           accept ccb-hora-atual from time
           string ano-sistema        delimited by size
                  mes-sistema        delimited by size
                  dia-sistema        delimited by size
                  ccb-hora-atual(1:6) delimited by size
                  into aud-data-hora
           end-string
           move cli-codigo to aud-codigo
           set aud-alteracao to true
           move ccb-imagem-antes to aud-imagem-antes
           move cli-registro to aud-imagem-depois
           call "ENCADEIA" using ccb-ec-funcao ccb-ec-arquivo
                                 ccb-ec-morto aud-registro
                                 ccb-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       3160-grava-auditoria-exit.
           exit.

       4000-pagina-de-controle.
           move spaces to linha-relatorio
           write linha-relatorio after advancing page
           move "PAGINA DE CONTROLE - REGUA DE COBRANCA"
             to linha-relatorio
           write linha-relatorio after advancing 1 line
           move 1 to ccb-nv
           perform 4010-conta-nivel thru 4010-conta-nivel-exit
               until ccb-nv > ccb-qtde-niveis
           move "CONTATOS DE COBRANCA GRAVADOS:" to lcb-descricao
           move ccb-qtde-contatos to lcb-quantidade
           write linha-relatorio from linha-controle-cobranca
               after advancing 2 lines
           move "CLIENTES BLOQUEADOS NESTA CORRIDA:" to lcb-descricao
           move ccb-qtde-bloqueados to lcb-quantidade
           write linha-relatorio from linha-controle-cobranca
               after advancing 1 line
           move "CLIENTES JA BLOQUEADOS:" to lcb-descricao
           move ccb-qtde-ja-bloqueados to lcb-quantidade
           write linha-relatorio from linha-controle-cobranca
               after advancing 1 line
           if ccb-qtde-travados > zeros
              move "BLOQUEIOS PULADOS (CLIENTE EM USO):"
                   to lcb-descricao
              move ccb-qtde-travados to lcb-quantidade
              write linha-relatorio from linha-controle-cobranca
                  after advancing 1 line
           end-if
           if ccb-qtde-falhas > zeros
              move "FALHAS DE GRAVACAO:" to lcb-descricao
              move ccb-qtde-falhas to lcb-quantidade
              write linha-relatorio from linha-controle-cobranca
                  after advancing 1 line
           end-if.
       4000-pagina-de-controle-exit.
           exit.

       4010-conta-nivel.
           move spaces to lcb-descricao
           string "CARTAS DO NIVEL " delimited by size
                  ccb-nv(2:1) delimited by size
                  " (" delimited by size
                  ccb-nv-dias(ccb-nv) delimited by size
                  " DIAS):" delimited by size
                  into lcb-descricao
           end-string
           move ccb-qtde-cartas(ccb-nv) to lcb-quantidade
           write linha-relatorio from linha-controle-cobranca
               after advancing 1 line
           add 1 to ccb-nv.
       4010-conta-nivel-exit.
           exit.
