      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. balpasso.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Balanceamento por totais de controle     *
      *                    entre passos da noite: roda como passo   *
      *                    do JOBPLAN com o ponto de balanceamento  *
      *                    no comando ("balpasso VENDAPL") e        *
      *                    executa as regras do ponto em            *
      *                    BALREGRA.DAT (sem o arquivo, as regras   *
      *                    de origem), conferindo contagem, valor   *
      *                    e hash das chaves entre a saida de um    *
      *                    passo e a entrada ou o resultado do      *
      *                    seguinte.  Quebra termina o passo com    *
      *                    RC 4 (regra de aviso, decidida pela      *
      *                    politica do passo no JOBPLAN) ou RC 16   *
      *                    (regra fatal); cada regra vai para o     *
      *                    diario BALLOG.DAT, que o RESUMODIA       *
      *                    resume, e para o relatorio BALPASSO.     *
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
           select regras-balanco assign to "BALREGRA.DAT"
               organization is line sequential
               file status is bps-status-regras.

           select diario-balanco assign to "BALLOG.DAT"
               organization is line sequential
               file status is bps-status-log.

           select arq-parametros assign to "VENDAS.PRM"
               organization is line sequential
               file status is bps-status-parm.

           select venda-aprovada assign to "VENDASOK"
               organization is line sequential
               file status is bps-status-venda.

           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is bps-status-hist.

           select lote-controle assign to "LOTECTL"
               organization is indexed
               access mode is dynamic
               record key is lot-chave
               file status is bps-status-lote.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is bps-status-cr.

           select balanco-relatorio
               assign to dynamic bps-nome-relatorio
               organization is line sequential
               file status is bps-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  regras-balanco.
           copy BALREGRA.

       fd  diario-balanco.
           copy BALLOG.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  venda-aprovada.
           copy VENDREC.

       fd  venda-historico.
           copy HISTREC.

       fd  lote-controle.
           copy LOTEREC.

       fd  contas-receber.
           copy CRECREC.

       fd  balanco-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  bps-status-regras    pic x(02) value spaces.
           88  bps-fim-regras          value "10".
       77  bps-status-log       pic x(02) value spaces.
       77  bps-status-parm      pic x(02) value spaces.
       77  bps-status-venda     pic x(02) value spaces.
           88  bps-fim-venda           value "10".
       77  bps-status-hist      pic x(02) value spaces.
           88  bps-fim-hist            value "10".
       77  bps-status-lote      pic x(02) value spaces.
       77  bps-status-cr        pic x(02) value spaces.
           88  bps-fim-cr              value "10".
       77  bps-status-relat     pic x(02) value spaces.

       77  bps-rpt-base         pic x(08) value "BALPASSO".
       77  bps-nome-relatorio   pic x(30) value spaces.
       77  bps-rpt-status       pic x(01) value spaces.

       77  bps-parametro        pic x(30) value spaces.
       77  bps-ponto            pic x(08) value spaces.
       77  bps-data-real        pic 9(08) value zeros.
       77  bps-data-negocio     pic 9(08) value zeros.
       77  bps-hora             pic 9(08) value zeros.
       77  bps-diario-aberto    pic x(01) value "N".

      *-----------------------------------------------------------*
      * Lote da noite, das respostas do VENDAS.PRM (PERIODO;LOTE)  *
      * que a aplicacao de vendas tambem le.                       *
      *-----------------------------------------------------------*
       77  bps-prm-periodo      pic x(10) value spaces.
       77  bps-prm-lote         pic x(10) value spaces.
       77  bps-periodo          pic 9(06) value zeros.
       77  bps-lote             pic 9(05) value zeros.
       77  bps-lote-informado   pic x(01) value "N".
           88  bps-tem-lote            value "S".

      *-----------------------------------------------------------*
      * Regras do ponto (no maximo 30, como as do SODCONF).        *
      *-----------------------------------------------------------*
       77  bps-qtde-lidas       pic 9(03) comp value zeros.
       77  bps-qtde-regras      pic 9(03) comp value zeros.
       77  bps-ind-regra        pic 9(03) comp value zeros.
       01  bps-tabela-regras.
           05  bps-regra             occurs 30 times.
               10  bps-rg-codigo         pic x(04).
               10  bps-rg-fonte-a        pic x(08).
               10  bps-rg-fonte-b        pic x(08).
               10  bps-rg-qtde           pic x(01).
               10  bps-rg-valor          pic x(01).
               10  bps-rg-hash           pic x(01).
               10  bps-rg-tolerancia     pic 9(05)v99.
               10  bps-rg-severidade     pic x(01).
               10  bps-rg-descricao      pic x(40).

      *-----------------------------------------------------------*
      * Apuracao de uma fonte e os dois lados da regra corrente.   *
      *-----------------------------------------------------------*
       77  bps-fonte            pic x(08) value spaces.
       01  bps-apuracao.
           05  bps-ap-disponivel     pic x(01).
               88  bps-ap-ok               value "S".
           05  bps-ap-tem-hash       pic x(01).
               88  bps-ap-com-hash         value "S".
           05  bps-ap-motivo         pic x(30).
           05  bps-ap-qtde           pic s9(09)v99.
           05  bps-ap-valor          pic s9(11)v99.
           05  bps-ap-hash           pic s9(13)v99.
       01  bps-lado-a.
           05  bps-a-disponivel      pic x(01).
               88  bps-a-ok                value "S".
           05  bps-a-tem-hash        pic x(01).
               88  bps-a-com-hash          value "S".
           05  bps-a-motivo          pic x(30).
           05  bps-a-qtde            pic s9(09)v99.
           05  bps-a-valor           pic s9(11)v99.
           05  bps-a-hash            pic s9(13)v99.
       01  bps-lado-b.
           05  bps-b-disponivel      pic x(01).
               88  bps-b-ok                value "S".
           05  bps-b-tem-hash        pic x(01).
               88  bps-b-com-hash          value "S".
           05  bps-b-motivo          pic x(30).
           05  bps-b-qtde            pic s9(09)v99.
           05  bps-b-valor           pic s9(11)v99.
           05  bps-b-hash            pic s9(13)v99.

           copy VENDTRL.
       77  bps-tem-trailer      pic x(01) value "N".
           88  bps-trailer-visto       value "S".
       77  bps-peso             pic s9(01)v99 value zeros.
       77  bps-codigo-1         pic 9(05) value zeros.
       77  bps-codigo-2         pic 9(05) value zeros.

       77  bps-resultado        pic x(01) value spaces.
           88  bps-balanceado          value "B".
       77  bps-medidas          pic x(03) value spaces.
       77  bps-motivo           pic x(30) value spaces.
       77  bps-diferenca        pic s9(13)v99 value zeros.

       77  bps-qtde-balanceadas pic 9(03) comp value zeros.
       77  bps-qtde-quebras     pic 9(03) comp value zeros.
       77  bps-qtde-fatais      pic 9(03) comp value zeros.

       01  cab-balanco.
           05  filler                pic x(35) value
                  "BALANCEAMENTO ENTRE PASSOS - PONTO ".
           05  cbl-ponto             pic x(08).
           05  filler                pic x(07) value "  DATA ".
           05  cbl-data              pic 9(08).
           05  filler                pic x(10) value "  PERIODO ".
           05  cbl-periodo           pic 9(06).
           05  filler                pic x(07) value "  LOTE ".
           05  cbl-lote              pic 9(05).
       01  cab-colunas-balanco.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(12) value "MEDIDA".
           05  filler                pic x(23) value
                  "               LADO A".
           05  filler                pic x(23) value
                  "               LADO B".
           05  filler                pic x(23) value
                  "            DIFERENCA".
           05  filler                pic x(15) value "SITUACAO".
       01  linha-regra-balanco.
           05  filler                pic x(06) value "REGRA ".
           05  lrb-regra             pic x(04).
           05  filler                pic x(02) value spaces.
           05  lrb-fonte-a           pic x(08).
           05  filler                pic x(03) value " X ".
           05  lrb-fonte-b           pic x(08).
           05  filler                pic x(02) value spaces.
           05  lrb-descricao         pic x(40).
           05  filler                pic x(13) value
                  "  SEVERIDADE ".
           05  lrb-severidade        pic x(01).
       01  linha-medida-balanco.
           05  filler                pic x(05) value spaces.
           05  lmb-medida            pic x(10).
           05  filler                pic x(02) value spaces.
           05  lmb-lado-a            pic -z.zzz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lmb-lado-b            pic -z.zzz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lmb-diferenca         pic -z.zzz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lmb-situacao          pic x(15).
       01  linha-resultado-balanco.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(11) value "RESULTADO: ".
           05  lrs-resultado         pic x(12).
           05  filler                pic x(02) value spaces.
           05  lrs-motivo            pic x(30).
       01  linha-total-balanco.
           05  ltb-descricao         pic x(34).
           05  filler                pic x(02) value spaces.
           05  ltb-quantidade        pic zzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           accept bps-parametro from command-line
           unstring bps-parametro delimited by all space
               into bps-ponto
           end-unstring
           inspect bps-ponto converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if bps-ponto = spaces
              display "BALPASSO: ponto de balanceamento nao "
                      "informado (balpasso PONTO)"
              move 16 to return-code
              stop run
           end-if
           call "BUSDATE" using bps-data-real bps-data-negocio
           end-call
           perform 1000-le-parametros thru 1000-le-parametros-exit
           perform 1100-carrega-regras thru 1100-carrega-regras-exit
           if bps-qtde-regras = zeros
              display "BALPASSO: nenhuma regra para o ponto "
                      bps-ponto
              move 16 to return-code
              stop run
           end-if
           perform 1300-abrir-saidas thru 1300-abrir-saidas-exit
           perform 2000-executa-regra thru 2000-executa-regra-exit
               varying bps-ind-regra from 1 by 1
               until bps-ind-regra > bps-qtde-regras
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close balanco-relatorio
           if bps-diario-aberto = "S"
              close diario-balanco
           end-if
           evaluate true
               when bps-qtde-fatais > zeros
                   display "BALPASSO " bps-ponto ": quebra em regra "
                           "fatal - ver " bps-nome-relatorio
                   move 16 to return-code
               when bps-qtde-quebras > zeros
                   display "BALPASSO " bps-ponto ": quebra de "
                           "balanceamento - ver " bps-nome-relatorio
                   move 4 to return-code
               when other
                   display "BALPASSO " bps-ponto ": balanceado"
                   move zeros to return-code
           end-evaluate
           stop run.

      *-----------------------------------------------------------*
      * Periodo e lote da noite.  Sem VENDAS.PRM (ou com ele       *
      * invalido) as fontes que dependem do lote ficam             *
      * indisponiveis e a regra quebra - o balanceamento nunca     *
      * confere o lote errado.                                     *
      *-----------------------------------------------------------*
       1000-le-parametros.
           open input arq-parametros
           if bps-status-parm not = "00"
              go to 1000-le-parametros-exit
           end-if
           read arq-parametros
               at end
                   close arq-parametros
                   go to 1000-le-parametros-exit
           end-read
           close arq-parametros
           move spaces to bps-prm-periodo bps-prm-lote
           unstring prm-linha delimited by ";"
               into bps-prm-periodo bps-prm-lote
           end-unstring
           if bps-prm-periodo(1:6) is not numeric
              or bps-prm-lote(1:5) is not numeric
              go to 1000-le-parametros-exit
           end-if
           move bps-prm-periodo(1:6) to bps-periodo
           move bps-prm-lote(1:5) to bps-lote
           if bps-lote not = zeros
              set bps-tem-lote to true
           end-if.
       1000-le-parametros-exit.
           exit.

      *-----------------------------------------------------------*
      * Sem BALREGRA.DAT valem as regras de origem: no ponto       *
      * VENDAPL (depois da aplicacao de vendas) o VENDASOK contra  *
      * o proprio trailer e contra o lancado em VENDHIST, e o      *
      * VENDHIST contra o registro do lote em LOTECTL; no ponto    *
      * CRGERA (depois da geracao de titulos) as linhas do lote    *
      * que viram titulo contra os titulos de CONTASREC.           *
      *-----------------------------------------------------------*
       1100-carrega-regras.
           move zeros to bps-qtde-lidas bps-qtde-regras
           open input regras-balanco
           if bps-status-regras = "00"
              perform 1110-le-regra thru 1110-le-regra-exit
                  until bps-fim-regras
              close regras-balanco
           end-if
           if bps-qtde-lidas > zeros
              go to 1100-carrega-regras-exit
           end-if
           move "VENDAPL R01 VENDASOKVENDTRL SSN0000000A"
             to bal-registro
           move "VENDASOK CONFERE COM O TRAILER" to bal-descricao
           perform 1120-guarda-regra thru 1120-guarda-regra-exit
           move "VENDAPL R02 VENDASOKVENDHISTSSS0000000A"
             to bal-registro
           move "VENDASOK APLICADO EM VENDHIST" to bal-descricao
           perform 1120-guarda-regra thru 1120-guarda-regra-exit
           move "VENDAPL R03 VENDHISTLOTECTL SSN0000000A"
             to bal-registro
           move "VENDHIST CONFERE COM O LOTE REGISTRADO"
             to bal-descricao
           perform 1120-guarda-regra thru 1120-guarda-regra-exit
           move "CRGERA  R04 HSTTITULCRTITULOSSS0000000A"
             to bal-registro
           move "VENDAS DO LOTE ABERTAS EM CONTASREC"
             to bal-descricao
           perform 1120-guarda-regra thru 1120-guarda-regra-exit.
       1100-carrega-regras-exit.
           exit.

       1110-le-regra.
           read regras-balanco
               at end
                   set bps-fim-regras to true
                   go to 1110-le-regra-exit
           end-read
           if bal-ponto = spaces or bal-regra = spaces
              or bal-registro(1:1) = "*"
              go to 1110-le-regra-exit
           end-if
           move function upper-case(bal-registro) to bal-registro
           add 1 to bps-qtde-lidas
           perform 1120-guarda-regra thru 1120-guarda-regra-exit.
       1110-le-regra-exit.
           exit.

       1120-guarda-regra.
           if bal-ponto not = bps-ponto
              or bps-qtde-regras not < 30
              go to 1120-guarda-regra-exit
           end-if
           add 1 to bps-qtde-regras
           move bal-regra to bps-rg-codigo(bps-qtde-regras)
           move bal-fonte-a to bps-rg-fonte-a(bps-qtde-regras)
           move bal-fonte-b to bps-rg-fonte-b(bps-qtde-regras)
           move bal-confere-qtde to bps-rg-qtde(bps-qtde-regras)
           move bal-confere-valor to bps-rg-valor(bps-qtde-regras)
           move bal-confere-hash to bps-rg-hash(bps-qtde-regras)
           if bal-tolerancia is numeric
              move bal-tolerancia
                to bps-rg-tolerancia(bps-qtde-regras)
           else
              move zeros to bps-rg-tolerancia(bps-qtde-regras)
           end-if
           if bal-quebra-fatal
              move "F" to bps-rg-severidade(bps-qtde-regras)
           else
              move "A" to bps-rg-severidade(bps-qtde-regras)
           end-if
           move bal-descricao to bps-rg-descricao(bps-qtde-regras).
       1120-guarda-regra-exit.
           exit.

      *-----------------------------------------------------------*
      * Relatorio e diario.  Diario inexistente e criado; falha    *
      * nele so e avisada - o relatorio e o RC continuam valendo.  *
      *-----------------------------------------------------------*
       1300-abrir-saidas.
           call "RPTNAME" using bps-rpt-base bps-nome-relatorio
                                 bps-rpt-status
           end-call
           if bps-rpt-status not = "0"
              move "BALPASSO.RPT" to bps-nome-relatorio
           end-if
           open output balanco-relatorio
           move bps-ponto to cbl-ponto
           move bps-data-negocio to cbl-data
           move bps-periodo to cbl-periodo
           move bps-lote to cbl-lote
           write linha-relatorio from cab-balanco
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           write linha-relatorio from cab-colunas-balanco
               after advancing 1 line
           open extend diario-balanco
           if bps-status-log = "35"
              open output diario-balanco
           end-if
           if bps-status-log = "00"
              move "S" to bps-diario-aberto
           else
              display "BALPASSO: aviso - BALLOG.DAT nao gravado, "
                      "status " bps-status-log
           end-if.
       1300-abrir-saidas-exit.
           exit.

      *-----------------------------------------------------------*
      * Uma regra: apura os dois lados e confere as medidas        *
      * pedidas.  Fonte indisponivel, ou hash pedido a fonte que   *
      * nao o tem, vale quebra - o que nao pode ser conferido nao  *
      * passa como balanceado.                                     *
      *-----------------------------------------------------------*
       2000-executa-regra.
           move bps-rg-fonte-a(bps-ind-regra) to bps-fonte
           perform 3000-apura-fonte thru 3000-apura-fonte-exit
           move bps-apuracao to bps-lado-a
           move bps-rg-fonte-b(bps-ind-regra) to bps-fonte
           perform 3000-apura-fonte thru 3000-apura-fonte-exit
           move bps-apuracao to bps-lado-b
           move "B" to bps-resultado
           move spaces to bps-medidas bps-motivo
           if not bps-a-ok
              move "I" to bps-resultado
              move bps-a-motivo to bps-motivo
              go to 2000-registra
           end-if
           if not bps-b-ok
              move "I" to bps-resultado
              move bps-b-motivo to bps-motivo
              go to 2000-registra
           end-if
           if bps-rg-qtde(bps-ind-regra) = "S"
              and bps-a-qtde not = bps-b-qtde
              move "Q" to bps-resultado
              move "Q" to bps-medidas(1:1)
           end-if
           if bps-rg-valor(bps-ind-regra) = "S"
              compute bps-diferenca = bps-a-valor - bps-b-valor
              if bps-diferenca < zeros
                 compute bps-diferenca = zeros - bps-diferenca
              end-if
              if bps-diferenca > bps-rg-tolerancia(bps-ind-regra)
                 move "Q" to bps-resultado
                 move "V" to bps-medidas(2:1)
              end-if
           end-if
           if bps-rg-hash(bps-ind-regra) = "S"
              if not bps-a-com-hash or not bps-b-com-hash
                 move "I" to bps-resultado
                 move "FONTE SEM HASH DE CHAVES" to bps-motivo
              else
                 if bps-a-hash not = bps-b-hash
                    move "Q" to bps-resultado
                    move "H" to bps-medidas(3:1)
                 end-if
              end-if
           end-if.
       2000-registra.
           perform 2100-imprime-regra thru 2100-imprime-regra-exit
           perform 2200-grava-diario thru 2200-grava-diario-exit
           if bps-balanceado
              add 1 to bps-qtde-balanceadas
           else
              add 1 to bps-qtde-quebras
              if bps-rg-severidade(bps-ind-regra) = "F"
                 add 1 to bps-qtde-fatais
              end-if
           end-if.
       2000-executa-regra-exit.
           exit.

       2100-imprime-regra.
           move bps-rg-codigo(bps-ind-regra) to lrb-regra
           move bps-rg-fonte-a(bps-ind-regra) to lrb-fonte-a
           move bps-rg-fonte-b(bps-ind-regra) to lrb-fonte-b
           move bps-rg-descricao(bps-ind-regra) to lrb-descricao
           move bps-rg-severidade(bps-ind-regra) to lrb-severidade
           write linha-relatorio from linha-regra-balanco
               after advancing 2 lines
           if bps-a-ok and bps-b-ok
              move "REGISTROS" to lmb-medida
              move bps-a-qtde to lmb-lado-a
              move bps-b-qtde to lmb-lado-b
              compute lmb-diferenca = bps-a-qtde - bps-b-qtde
              move "OK" to lmb-situacao
              if bps-rg-qtde(bps-ind-regra) not = "S"
                 move "NAO CONFERIDA" to lmb-situacao
              end-if
              if bps-medidas(1:1) = "Q"
                 move "QUEBRA" to lmb-situacao
              end-if
              write linha-relatorio from linha-medida-balanco
                  after advancing 1 line
              move "VALOR" to lmb-medida
              move bps-a-valor to lmb-lado-a
              move bps-b-valor to lmb-lado-b
              compute lmb-diferenca = bps-a-valor - bps-b-valor
              move "OK" to lmb-situacao
              if bps-rg-valor(bps-ind-regra) not = "S"
                 move "NAO CONFERIDA" to lmb-situacao
              end-if
              if bps-medidas(2:1) = "V"
                 move "QUEBRA" to lmb-situacao
              end-if
              write linha-relatorio from linha-medida-balanco
                  after advancing 1 line
              move "HASH" to lmb-medida
              move bps-a-hash to lmb-lado-a
              move bps-b-hash to lmb-lado-b
              compute lmb-diferenca = bps-a-hash - bps-b-hash
              move "OK" to lmb-situacao
              if bps-rg-hash(bps-ind-regra) not = "S"
                 move "NAO CONFERIDA" to lmb-situacao
              end-if
              if bps-rg-hash(bps-ind-regra) = "S"
                 and (not bps-a-com-hash or not bps-b-com-hash)
                 move "SEM HASH" to lmb-situacao
              end-if
              if bps-medidas(3:1) = "H"
                 move "QUEBRA" to lmb-situacao
              end-if
              write linha-relatorio from linha-medida-balanco
                  after advancing 1 line
           end-if
           evaluate bps-resultado
               when "B"
                   move "BALANCEADO" to lrs-resultado
               when "Q"
                   move "QUEBRA" to lrs-resultado
               when other
                   move "NAO CONFERE" to lrs-resultado
           end-evaluate
           move bps-motivo to lrs-motivo
           write linha-relatorio from linha-resultado-balanco
               after advancing 1 line.
       2100-imprime-regra-exit.
           exit.

       2200-grava-diario.
           if bps-diario-aberto not = "S"
              go to 2200-grava-diario-exit
           end-if
           accept bps-hora from time
           move bps-data-negocio to blg-data
           move bps-hora(1:6) to blg-hora
           move bps-ponto to blg-ponto
           move bps-rg-codigo(bps-ind-regra) to blg-regra
           move bps-rg-fonte-a(bps-ind-regra) to blg-fonte-a
           move bps-rg-fonte-b(bps-ind-regra) to blg-fonte-b
           move bps-periodo to blg-periodo
           move bps-lote to blg-lote
           move bps-a-qtde to blg-qtde-a
           move bps-b-qtde to blg-qtde-b
           move bps-a-valor to blg-valor-a
           move bps-b-valor to blg-valor-b
           move bps-a-hash to blg-hash-a
           move bps-b-hash to blg-hash-b
           move bps-resultado to blg-resultado
           move bps-medidas to blg-medidas
           move bps-rg-severidade(bps-ind-regra) to blg-severidade
           move bps-motivo to blg-motivo
           write blg-registro
           if bps-status-log not = "00"
              display "BALPASSO: aviso - erro ao gravar BALLOG.DAT, "
                      "status " bps-status-log
           end-if.
       2200-grava-diario-exit.
           exit.

      *-----------------------------------------------------------*
      * Apuracao de uma fonte: contagem, valor e hash das chaves.  *
      *-----------------------------------------------------------*
       3000-apura-fonte.
           move "S" to bps-ap-disponivel bps-ap-tem-hash
           move spaces to bps-ap-motivo
           move zeros to bps-ap-qtde bps-ap-valor bps-ap-hash
           if bps-fonte not = "VENDASOK"
              and bps-fonte not = "VENDTRL"
              and not bps-tem-lote
              move "N" to bps-ap-disponivel
              move "VENDAS.PRM SEM PERIODO/LOTE" to bps-ap-motivo
              go to 3000-apura-fonte-exit
           end-if
           evaluate bps-fonte
               when "VENDASOK"
               when "VENDTRL"
                   perform 3100-apura-vendasok
                      thru 3100-apura-vendasok-exit
               when "VENDHIST"
               when "HSTTITUL"
                   perform 3200-apura-historico
                      thru 3200-apura-historico-exit
               when "LOTECTL"
                   perform 3300-apura-lote thru 3300-apura-lote-exit
               when "CRTITULO"
                   perform 3400-apura-titulos
                      thru 3400-apura-titulos-exit
               when other
                   move "N" to bps-ap-disponivel
                   move "FONTE DESCONHECIDA" to bps-ap-motivo
                   move bps-fonte to bps-ap-motivo(20:8)
           end-evaluate.
       3000-apura-fonte-exit.
           exit.

      *-----------------------------------------------------------*
      * VENDASOK: o valor liquido e somado como a aplicacao        *
      * confere o trailer (devolucao e ajuste a debito subtraem).  *
      * O trailer e a fonte VENDTRL, sem hash.                     *
      *-----------------------------------------------------------*
       3100-apura-vendasok.
           move "N" to bps-tem-trailer
           move "00" to bps-status-venda
           open input venda-aprovada
           if bps-status-venda not = "00"
              move "N" to bps-ap-disponivel
              move "VENDASOK NAO ENCONTRADO" to bps-ap-motivo
              go to 3100-apura-vendasok-exit
           end-if
           perform 3110-le-uma-venda thru 3110-le-uma-venda-exit
               until bps-fim-venda
           close venda-aprovada
           if bps-fonte = "VENDTRL"
              move zeros to bps-ap-qtde bps-ap-valor bps-ap-hash
              move "N" to bps-ap-tem-hash
              if bps-trailer-visto
                 move vtr-qtde to bps-ap-qtde
                 move vtr-valor-total to bps-ap-valor
              else
                 move "N" to bps-ap-disponivel
                 move "VENDASOK SEM TRAILER" to bps-ap-motivo
              end-if
           end-if.
       3100-apura-vendasok-exit.
           exit.

       3110-le-uma-venda.
           read venda-aprovada
               at end
                   go to 3110-le-uma-venda-exit
           end-read
           if vt-transacao(1:1) = "T"
              move vt-transacao(1:22) to vtr-trailer
              set bps-trailer-visto to true
              go to 3110-le-uma-venda-exit
           end-if
           add 1 to bps-ap-qtde
           if vt-valor-venda is numeric
              evaluate true
                  when vt-devolucao
                      subtract vt-valor-venda from bps-ap-valor
                  when vt-ajuste and vt-ajuste-debito
                      subtract vt-valor-venda from bps-ap-valor
                  when other
                      add vt-valor-venda to bps-ap-valor
              end-evaluate
           end-if
           if vt-cliente is numeric
              add vt-cliente to bps-ap-hash
           end-if
           if vt-produto is numeric
              add vt-produto to bps-ap-hash
           end-if.
       3110-le-uma-venda-exit.
           exit.

      *-----------------------------------------------------------*
      * Linhas do lote em VENDHIST.  VENDHIST: venda, devolucao e  *
      * ajuste (override e bonus sao derivados, nao transacoes);   *
      * a linha de rateio conta a sua parcela da transacao e o     *
      * estorno RAB da reabertura desconta a linha estornada.      *
      * HSTTITUL: as linhas que o CRGERA abre como titulo.         *
      *-----------------------------------------------------------*
       3200-apura-historico.
           move "00" to bps-status-hist
           open input venda-historico
           if bps-status-hist not = "00"
              move "N" to bps-ap-disponivel
              move "VENDHIST NAO ENCONTRADO" to bps-ap-motivo
              go to 3200-apura-historico-exit
           end-if
           perform 3210-le-uma-linha thru 3210-le-uma-linha-exit
               until bps-fim-hist
           close venda-historico.
       3200-apura-historico-exit.
           exit.

       3210-le-uma-linha.
           read venda-historico
               at end
                   go to 3210-le-uma-linha-exit
           end-read
           if hst-periodo is not numeric
              or hst-lote is not numeric
              go to 3210-le-uma-linha-exit
           end-if
           if hst-periodo not = bps-periodo
              or hst-lote not = bps-lote
              go to 3210-le-uma-linha-exit
           end-if
           move zeros to bps-codigo-1 bps-codigo-2
           if hst-cliente is numeric
              move hst-cliente to bps-codigo-1
           end-if
           if bps-fonte = "HSTTITUL"
              perform 3220-conta-titulo thru 3220-conta-titulo-exit
              go to 3210-le-uma-linha-exit
           end-if
           if not hst-venda and not hst-devolucao
              and not hst-ajuste
              go to 3210-le-uma-linha-exit
           end-if
           if hst-produto is numeric
              move hst-produto to bps-codigo-2
           end-if
           move 1 to bps-peso
           if hst-rateio-pct is numeric
              and hst-rateio-pct > zeros
              compute bps-peso = hst-rateio-pct / 100
           end-if
           if hst-ajuste-motivo = "RAB"
              compute bps-peso = zeros - bps-peso
           end-if
           add bps-peso to bps-ap-qtde
           compute bps-ap-hash = bps-ap-hash
                 + (bps-codigo-1 + bps-codigo-2) * bps-peso
           evaluate true
               when hst-venda
                   add hst-valor to bps-ap-valor
               when hst-devolucao
                   subtract hst-valor from bps-ap-valor
               when hst-ajuste-sinal = "-"
                   subtract hst-comissao from bps-ap-valor
               when other
                   add hst-comissao to bps-ap-valor
           end-evaluate.
       3210-le-uma-linha-exit.
           exit.

       3220-conta-titulo.
           if hst-devolucao or bps-codigo-1 = zeros
              go to 3220-conta-titulo-exit
           end-if
           if hst-vendedor is numeric
              move hst-vendedor to bps-codigo-2
           end-if
           add 1 to bps-ap-qtde
           add hst-valor to bps-ap-valor
           add bps-codigo-1 bps-codigo-2 to bps-ap-hash.
       3220-conta-titulo-exit.
           exit.

      *-----------------------------------------------------------*
      * LOTECTL: contagem e valor liquido registrados pela         *
      * aplicacao ao fechar o lote (sem hash).                     *
      *-----------------------------------------------------------*
       3300-apura-lote.
           move "N" to bps-ap-tem-hash
           open input lote-controle
           if bps-status-lote not = "00"
              move "N" to bps-ap-disponivel
              move "LOTECTL NAO ENCONTRADO" to bps-ap-motivo
              go to 3300-apura-lote-exit
           end-if
           move bps-periodo to lot-periodo
           move bps-lote to lot-numero
           read lote-controle
               invalid key
                   move "N" to bps-ap-disponivel
                   move "LOTE NAO REGISTRADO EM LOTECTL"
                     to bps-ap-motivo
               not invalid key
                   move lot-qtde-transacoes to bps-ap-qtde
                   move lot-valor-total to bps-ap-valor
           end-read
           close lote-controle.
       3300-apura-lote-exit.
           exit.

      *-----------------------------------------------------------*
      * CRTITULO: titulos de venda do lote em CONTASREC.  A venda  *
      * conta uma vez (na parcela 1); o valor soma as parcelas.    *
      *-----------------------------------------------------------*
       3400-apura-titulos.
           move "00" to bps-status-cr
           open input contas-receber
           if bps-status-cr not = "00"
              move "N" to bps-ap-disponivel
              move "CONTASREC NAO ENCONTRADO" to bps-ap-motivo
              go to 3400-apura-titulos-exit
           end-if
           move bps-periodo to cr-periodo
           move bps-lote to cr-lote
           move zeros to cr-sequencial cr-parcela
           start contas-receber key not less than cr-chave
               invalid key
                   set bps-fim-cr to true
           end-start
           perform 3410-le-um-titulo thru 3410-le-um-titulo-exit
               until bps-fim-cr
           close contas-receber.
       3400-apura-titulos-exit.
           exit.

       3410-le-um-titulo.
           read contas-receber next record
               at end
                   set bps-fim-cr to true
                   go to 3410-le-um-titulo-exit
           end-read
           if cr-periodo not = bps-periodo
              or cr-lote not = bps-lote
              set bps-fim-cr to true
              go to 3410-le-um-titulo-exit
           end-if
           if not cr-titulo-venda
              go to 3410-le-um-titulo-exit
           end-if
           add cr-valor-original to bps-ap-valor
           if cr-parcela = 1
              add 1 to bps-ap-qtde
              add cr-cliente cr-vendedor to bps-ap-hash
           end-if.
       3410-le-um-titulo-exit.
           exit.

       4000-imprime-totais.
           move "REGRAS EXECUTADAS:" to ltb-descricao
           move bps-qtde-regras to ltb-quantidade
           write linha-relatorio from linha-total-balanco
               after advancing 3 lines
           move "REGRAS BALANCEADAS:" to ltb-descricao
           move bps-qtde-balanceadas to ltb-quantidade
           write linha-relatorio from linha-total-balanco
               after advancing 1 line
           move "REGRAS COM QUEBRA:" to ltb-descricao
           move bps-qtde-quebras to ltb-quantidade
           write linha-relatorio from linha-total-balanco
               after advancing 1 line
           move "QUEBRAS EM REGRA FATAL:" to ltb-descricao
           move bps-qtde-fatais to ltb-quantidade
           write linha-relatorio from linha-total-balanco
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
