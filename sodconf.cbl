      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. sodconf.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Revisao periodica de segregacao de       *
      *                    funcoes: junta os eventos de cada        *
      *                    operador no periodo - pedidos e          *
      *                    liberacoes (APROVACAO), cadastro de      *
      *                    clientes e vendedores (CLIAUDIT e o      *
      *                    morto CLIAUDARCH, VDRAUDIT),             *
      *                    adiantamentos (ADIANT), abertura e       *
      *                    conciliacao de caixa (CAIXASES),         *
      *                    tabelas de referencia (REFAUDIT) e       *
      *                    corridas do EXECLOG atribuidas ao        *
      *                    operador assinado na hora (SESSJRN) - e  *
      *                    lista cada par de eventos do mesmo       *
      *                    operador que fere uma regra da tabela    *
      *                    SODREGRA.DAT (sem tabela, valem as       *
      *                    regras de origem).  Havendo conflito,    *
      *                    termina com RC 4.                        *
      * 15/10/2026 EQP     Liberacao de baixa como perda            *
      *                    (LIBERA-CRPERDA) tirada do registro de   *
      *                    perdas CRPERDAS.DAT, uma por titulo      *
      *                    baixado (o APROVACAO so guarda o ultimo  *
      *                    pedido); regra de origem R04 passou a    *
      *                    cruzar a faixa alterada com a aplicacao  *
      *                    de vendas (EXEC-VENDAS).                 *
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
           select regras-conflito assign to "SODREGRA.DAT"
               organization is line sequential
               file status is sdc-status-regras.

           select perdas-log assign to "CRPERDAS.DAT"
               organization is line sequential
               file status is sdc-status-perda.

           select arq-aprovacao assign to "APROVACAO"
               organization is indexed
               access mode is dynamic
               record key is apr-programa
               file status is sdc-status-aprov.

           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is sdc-status-cr.

           select cliaudit-log assign to dynamic sdc-nome-cliaudit
               organization is line sequential
               file status is sdc-status-cliaud.

           select vdraudit-log assign to "VDRAUDIT"
               organization is line sequential
               file status is sdc-status-vdraud.

           select adiantamento-arq assign to "ADIANT"
               organization is indexed
               access mode is dynamic
               record key is adt-chave
               file status is sdc-status-adiant.

           select caixa-sessoes assign to "CAIXASES"
               organization is indexed
               access mode is dynamic
               record key is cxs-chave
               file status is sdc-status-caixa.

           select refaudit-log assign to "REFAUDIT.DAT"
               organization is line sequential
               file status is sdc-status-refaud.

           select execucao-log assign to "EXECLOG.DAT"
               organization is line sequential
               file status is sdc-status-exec.

           select sessao-diario assign to "SESSJRN.DAT"
               organization is line sequential
               file status is sdc-status-sessjrn.

           select ordenacao-eventos assign to "SDCSORT".

           select eventos-ordenados assign to "SDCWORK"
               organization is line sequential
               file status is sdc-status-work.

           select conflito-relatorio assign to "SODCONF.RPT"
               organization is line sequential
               file status is sdc-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  regras-conflito.
           copy SODREGRA.

       fd  perdas-log.
           copy CRPERREC.

       fd  arq-aprovacao.
           copy APROVREC.

       fd  contas-receber.
           copy CRECREC.

       fd  cliaudit-log.
           copy CLIAUDT.

       fd  vdraudit-log.
           copy CLIAUDT replacing leading ==AUD== by ==VAU==.

       fd  adiantamento-arq.
           copy ADIANREC.

       fd  caixa-sessoes.
           copy CAIXAREC.

       fd  refaudit-log.
           copy REFAUDRC.

       fd  execucao-log.
           copy EXECREC.

       fd  sessao-diario.
           copy SESSJRNL.

       sd  ordenacao-eventos.
       01  sev-registro.
           05  sev-operador          pic x(08).
           05  sev-data-hora         pic x(14).
           05  sev-evento            pic x(16).
           05  sev-objeto            pic x(20).

       fd  eventos-ordenados.
       01  evo-registro.
           05  evo-operador          pic x(08).
           05  evo-data-hora         pic x(14).
           05  evo-evento            pic x(16).
           05  evo-objeto            pic x(20).

       fd  conflito-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  sdc-status-regras    pic x(02) value spaces.
           88  sdc-fim-regras          value "10".
       77  sdc-status-aprov     pic x(02) value spaces.
       77  sdc-status-cr        pic x(02) value spaces.
       77  sdc-status-perda     pic x(02) value spaces.
           88  sdc-fim-perda           value "10".
       77  sdc-status-cliaud    pic x(02) value spaces.
           88  sdc-fim-cliaud          value "10".
       77  sdc-status-vdraud    pic x(02) value spaces.
           88  sdc-fim-vdraud          value "10".
       77  sdc-status-adiant    pic x(02) value spaces.
       77  sdc-status-caixa     pic x(02) value spaces.
       77  sdc-status-refaud    pic x(02) value spaces.
           88  sdc-fim-refaud          value "10".
       77  sdc-status-exec      pic x(02) value spaces.
           88  sdc-fim-exec            value "10".
       77  sdc-status-sessjrn   pic x(02) value spaces.
       77  sdc-status-work      pic x(02) value spaces.
           88  sdc-fim-work            value "10".
       77  sdc-status-relat     pic x(02) value spaces.

       77  sdc-nome-cliaudit    pic x(12) value spaces.
       77  sdc-data-inicial     pic 9(08) value zeros.
       77  sdc-data-final       pic 9(08) value zeros.
       77  sdc-data-evento      pic x(08) value spaces.
       77  sdc-cr-aberto        pic x(01) value "N".
           88  sdc-cr-disponivel       value "S".

      *-----------------------------------------------------------*
      * Pedido do APROVACAO: tipo e alvo dos parametros, para      *
      * achar o cliente de uma baixa como perda (CRPERDA).         *
      *-----------------------------------------------------------*
       77  sdc-apr-tipo         pic x(01) value spaces.
       77  sdc-apr-alvo         pic x(20) value spaces.
       77  sdc-objeto-apr       pic x(20) value spaces.

      *-----------------------------------------------------------*
      * Operador assinado na hora de cada corrida do EXECLOG, pelo *
      * diario de sessoes lido em paralelo (os dois em ordem de    *
      * gravacao).                                                 *
      *-----------------------------------------------------------*
       77  sdc-sessao-dh        pic x(14) value spaces.
       77  sdc-execucao-dh      pic x(14) value spaces.
       77  sdc-operador-assinado pic x(08) value spaces.

       77  sdc-qtde-regras      pic 9(03) comp value zeros.
       77  sdc-ind-regra        pic 9(03) comp value zeros.
       01  sdc-tabela-regras.
           05  sdc-regra OCCURS 30 TIMES.
               10  sdc-rg-codigo     pic x(04).
               10  sdc-rg-evento-1   pic x(16).
               10  sdc-rg-evento-2   pic x(16).
               10  sdc-rg-objeto     pic x(01).
               10  sdc-rg-ordem      pic x(01).
               10  sdc-rg-descricao  pic x(40).
               10  sdc-rg-qtde       pic 9(07).

      *-----------------------------------------------------------*
      * Eventos do operador corrente (ordenados por data/hora).    *
      *-----------------------------------------------------------*
       77  sdc-operador-atual   pic x(08) value spaces.
       77  sdc-qtde-eventos     pic 9(04) comp value zeros.
       77  sdc-ind-1            pic 9(04) comp value zeros.
       77  sdc-ind-2            pic 9(04) comp value zeros.
       77  sdc-qtde-excedidos   pic 9(07) value zeros.
       01  sdc-tabela-eventos.
           05  sdc-evento OCCURS 2000 TIMES.
               10  sdc-ev-data-hora  pic x(14).
               10  sdc-ev-codigo     pic x(16).
               10  sdc-ev-objeto     pic x(20).

       77  sdc-qtde-lidos       pic 9(09) value zeros.
       77  sdc-qtde-operadores  pic 9(07) value zeros.
       77  sdc-qtde-conflitos   pic 9(07) value zeros.

       01  cab-conflitos.
           05  filler                pic x(42) value
                  "SEGREGACAO DE FUNCOES - CONFLITOS PERIODO ".
           05  ccf-data-inicial      pic 9(08).
           05  filler                pic x(03) value " A ".
           05  ccf-data-final        pic 9(08).
       01  linha-regra-sod.
           05  filler                pic x(06) value "REGRA ".
           05  lrs-codigo            pic x(04).
           05  filler                pic x(02) value spaces.
           05  lrs-evento-1          pic x(16).
           05  filler                pic x(03) value " X ".
           05  lrs-evento-2          pic x(16).
           05  filler                pic x(02) value spaces.
           05  lrs-descricao         pic x(40).
       01  cab-colunas-sod.
           05  filler                pic x(16) value "REGRA OPERADOR  ".
           05  filler                pic x(52) value
             "PRIMEIRO EVENTO  DATA/HORA      OBJETO              ".
           05  filler                pic x(51) value
             "SEGUNDO EVENTO   DATA/HORA      OBJETO".
       01  linha-conflito.
           05  lcf-regra             pic x(04).
           05  filler                pic x(02) value spaces.
           05  lcf-operador          pic x(08).
           05  filler                pic x(02) value spaces.
           05  lcf-evento-1          pic x(16).
           05  filler                pic x(01) value space.
           05  lcf-data-hora-1       pic x(14).
           05  filler                pic x(01) value space.
           05  lcf-objeto-1          pic x(20).
           05  filler                pic x(02) value spaces.
           05  lcf-evento-2          pic x(16).
           05  filler                pic x(01) value space.
           05  lcf-data-hora-2       pic x(14).
           05  filler                pic x(01) value space.
           05  lcf-objeto-2          pic x(20).
       01  linha-conta-sod.
           05  lcs-descricao         pic x(36).
           05  filler                pic x(02) value spaces.
           05  lcs-quantidade        pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "SEGREGACAO DE FUNCOES - REVISAO DE CONFLITOS"
               at 0310
           display "Data inicial (AAAAMMDD, zeros = aberta): "
               at 0510
           accept sdc-data-inicial at 0552
           display "Data final   (AAAAMMDD, zeros = aberta): "
               at 0610
           accept sdc-data-final at 0652
           if sdc-data-final = zeros
              move 99999999 to sdc-data-final
           end-if
           perform 1000-carrega-regras thru 1000-carrega-regras-exit
           open output conflito-relatorio
           move sdc-data-inicial to ccf-data-inicial
           move sdc-data-final to ccf-data-final
           write linha-relatorio from cab-conflitos
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           perform 1100-imprime-regra thru 1100-imprime-regra-exit
               varying sdc-ind-regra from 1 by 1
               until sdc-ind-regra > sdc-qtde-regras
           write linha-relatorio from cab-colunas-sod
               after advancing 2 lines
           sort ordenacao-eventos
               on ascending key sev-operador
                                sev-data-hora
               input procedure 2000-junta-eventos
                        thru 2000-junta-eventos-exit
               giving eventos-ordenados
           perform 3000-analisa-operadores
              thru 3000-analisa-operadores-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close conflito-relatorio
           if sdc-qtde-conflitos > zeros
              display "Conflitos encontrados: " sdc-qtde-conflitos
                      " - ver SODCONF.RPT" at 0810
              move 4 to return-code
           else
              display "Nenhum conflito no periodo - ver SODCONF.RPT"
                  at 0810
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Sem SODREGRA.DAT valem as regras de origem: vendedor       *
      * cadastrado e adiantado pelo mesmo operador, perda liberada *
      * por quem cadastrou ou alterou o cliente, faixa de comissao *
      * alterada por quem depois aplica as vendas, e caixa aberto  *
      * e conciliado pelo mesmo operador.                          *
      *-----------------------------------------------------------*
       1000-carrega-regras.
           move zeros to sdc-qtde-regras
           open input regras-conflito
           if sdc-status-regras = "00"
              perform 1010-le-regra thru 1010-le-regra-exit
                  until sdc-fim-regras
              close regras-conflito
           end-if
           if sdc-qtde-regras > zeros
              go to 1000-carrega-regras-exit
           end-if
           move "R01 VDR-INCLUSAO    ADT-LANCAMENTO  SN"
             to sod-registro
           move "VENDEDOR CADASTRADO E ADIANTADO" to sod-descricao
           perform 1020-guarda-regra thru 1020-guarda-regra-exit
           move "R02 CLI-INCLUSAO    LIBERA-CRPERDA  SN"
             to sod-registro
           move "CLIENTE CADASTRADO E PERDA LIBERADA" to sod-descricao
           perform 1020-guarda-regra thru 1020-guarda-regra-exit
           move "R03 CLI-ALTERACAO   LIBERA-CRPERDA  SN"
             to sod-registro
           move "CLIENTE ALTERADO E PERDA LIBERADA" to sod-descricao
           perform 1020-guarda-regra thru 1020-guarda-regra-exit
           move "R04 REF-TAXAS       EXEC-VENDAS     NS"
             to sod-registro
           move "FAIXA ALTERADA E VENDAS APLICADAS DEPOIS"
             to sod-descricao
           perform 1020-guarda-regra thru 1020-guarda-regra-exit
           move "R05 CXA-ABERTURA    CXA-CONCILIACAO SN"
             to sod-registro
           move "CAIXA ABERTO E CONCILIADO" to sod-descricao
           perform 1020-guarda-regra thru 1020-guarda-regra-exit.
       1000-carrega-regras-exit.
           exit.

       1010-le-regra.
           read regras-conflito
               at end
                   set sdc-fim-regras to true
                   go to 1010-le-regra-exit
           end-read
           if sod-evento-1 = spaces or sod-evento-2 = spaces
              go to 1010-le-regra-exit
           end-if
           move function upper-case(sod-registro) to sod-registro
           perform 1020-guarda-regra thru 1020-guarda-regra-exit.
       1010-le-regra-exit.
           exit.

       1020-guarda-regra.
           if sdc-qtde-regras not < 30
              go to 1020-guarda-regra-exit
           end-if
           add 1 to sdc-qtde-regras
           move sod-regra to sdc-rg-codigo(sdc-qtde-regras)
           move sod-evento-1 to sdc-rg-evento-1(sdc-qtde-regras)
           move sod-evento-2 to sdc-rg-evento-2(sdc-qtde-regras)
           move sod-mesmo-objeto to sdc-rg-objeto(sdc-qtde-regras)
           move sod-ordem to sdc-rg-ordem(sdc-qtde-regras)
           move sod-descricao to sdc-rg-descricao(sdc-qtde-regras)
           move zeros to sdc-rg-qtde(sdc-qtde-regras).
       1020-guarda-regra-exit.
           exit.

       1100-imprime-regra.
           move sdc-rg-codigo(sdc-ind-regra) to lrs-codigo
           move sdc-rg-evento-1(sdc-ind-regra) to lrs-evento-1
           move sdc-rg-evento-2(sdc-ind-regra) to lrs-evento-2
           move sdc-rg-descricao(sdc-ind-regra) to lrs-descricao
           write linha-relatorio from linha-regra-sod
               after advancing 1 line.
       1100-imprime-regra-exit.
           exit.

      *-----------------------------------------------------------*
      * Entrada do sort: um evento por operador de cada origem,    *
      * dentro do periodo.  Origem ausente e so pulada.            *
      *-----------------------------------------------------------*
       2000-junta-eventos.
           perform 2100-eventos-aprovacao
              thru 2100-eventos-aprovacao-exit
           perform 2150-eventos-perda thru 2150-eventos-perda-exit
           move "CLIAUDARCH" to sdc-nome-cliaudit
           perform 2200-eventos-cliaudit
              thru 2200-eventos-cliaudit-exit
           move "CLIAUDIT" to sdc-nome-cliaudit
           perform 2200-eventos-cliaudit
              thru 2200-eventos-cliaudit-exit
           perform 2300-eventos-vdraudit
              thru 2300-eventos-vdraudit-exit
           perform 2400-eventos-adiantamento
              thru 2400-eventos-adiantamento-exit
           perform 2500-eventos-caixa thru 2500-eventos-caixa-exit
           perform 2600-eventos-referencia
              thru 2600-eventos-referencia-exit
           perform 2700-eventos-execucao
              thru 2700-eventos-execucao-exit.
       2000-junta-eventos-exit.
           exit.

      *-----------------------------------------------------------*
      * Libera o evento montado em SEV-REGISTRO se a data cair no  *
      * periodo e houver operador.                                 *
      *-----------------------------------------------------------*
       2050-libera-evento.
           add 1 to sdc-qtde-lidos
           if sev-operador = spaces
              go to 2050-libera-evento-exit
           end-if
           move sev-data-hora(1:8) to sdc-data-evento
           if sdc-data-evento is not numeric
              go to 2050-libera-evento-exit
           end-if
           if sdc-data-evento < sdc-data-inicial
              or sdc-data-evento > sdc-data-final
              go to 2050-libera-evento-exit
           end-if
           release sev-registro.
       2050-libera-evento-exit.
           exit.

       2100-eventos-aprovacao.
           open input arq-aprovacao
           if sdc-status-aprov not = "00"
              go to 2100-eventos-aprovacao-exit
           end-if
           open input contas-receber
           if sdc-status-cr = "00"
              move "S" to sdc-cr-aberto
           end-if
           move low-values to apr-programa
           start arq-aprovacao key not less than apr-programa
               invalid key
                   move "10" to sdc-status-aprov
           end-start
           perform 2110-um-pedido thru 2110-um-pedido-exit
               until sdc-status-aprov not = "00"
           close arq-aprovacao
           if sdc-cr-disponivel
              close contas-receber
              move "N" to sdc-cr-aberto
           end-if.
       2100-eventos-aprovacao-exit.
           exit.

       2110-um-pedido.
           read arq-aprovacao next record
               at end
                   move "10" to sdc-status-aprov
                   go to 2110-um-pedido-exit
           end-read
           perform 2120-objeto-pedido thru 2120-objeto-pedido-exit
           move apr-operador-pedido to sev-operador
           move apr-data-pedido to sev-data-hora(1:8)
           move apr-hora-pedido to sev-data-hora(9:6)
           move spaces to sev-evento
           string "PEDIDO-" delimited by size
                  apr-programa delimited by space
                  into sev-evento
           end-string
           move sdc-objeto-apr to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit
           if apr-operador-liberou = spaces
              or apr-programa = "CRPERDA"
              go to 2110-um-pedido-exit
           end-if
           move apr-operador-liberou to sev-operador
           move apr-data-liberacao to sev-data-hora(1:8)
           move zeros to sev-data-hora(9:6)
           move spaces to sev-evento
           string "LIBERA-" delimited by size
                  apr-programa delimited by space
                  into sev-evento
           end-string
           move sdc-objeto-apr to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2110-um-pedido-exit.
           exit.

      *-----------------------------------------------------------*
      * Objeto do pedido: na baixa como perda, o cliente (direto   *
      * no pedido por cliente, pelo titulo no pedido por titulo);  *
      * nos demais, o inicio dos parametros.                       *
      *-----------------------------------------------------------*
       2120-objeto-pedido.
           move apr-parametros(1:20) to sdc-objeto-apr
           if apr-programa not = "CRPERDA"
              go to 2120-objeto-pedido-exit
           end-if
           move spaces to sdc-apr-tipo sdc-apr-alvo sdc-objeto-apr
           unstring apr-parametros delimited by ";"
               into sdc-apr-tipo sdc-apr-alvo
           end-unstring
           if sdc-apr-tipo not = "T"
              move sdc-apr-alvo(1:5) to sdc-objeto-apr
              go to 2120-objeto-pedido-exit
           end-if
           if not sdc-cr-disponivel
              go to 2120-objeto-pedido-exit
           end-if
           move sdc-apr-alvo to cr-chave
           read contas-receber
               invalid key
                   continue
               not invalid key
                   move cr-cliente to sdc-objeto-apr
           end-read.
       2120-objeto-pedido-exit.
           exit.

      *-----------------------------------------------------------*
      * Liberacao de baixa como perda: uma por titulo baixado, do  *
      * registro de perdas - o APROVACAO guarda so o ultimo pedido *
      * de cada programa, e a liberacao de cada baixa do periodo   *
      * tem de entrar na revisao.                                  *
      *-----------------------------------------------------------*
       2150-eventos-perda.
           open input perdas-log
           if sdc-status-perda not = "00"
              go to 2150-eventos-perda-exit
           end-if
           perform 2160-uma-perda thru 2160-uma-perda-exit
               until sdc-fim-perda
           close perdas-log.
       2150-eventos-perda-exit.
           exit.

       2160-uma-perda.
           read perdas-log
               at end
                   set sdc-fim-perda to true
                   go to 2160-uma-perda-exit
           end-read
           move per-liberador to sev-operador
           move per-data-baixa to sev-data-hora(1:8)
           move zeros to sev-data-hora(9:6)
           move "LIBERA-CRPERDA" to sev-evento
           move per-cliente to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2160-uma-perda-exit.
           exit.

       2200-eventos-cliaudit.
           open input cliaudit-log
           if sdc-status-cliaud not = "00"
              go to 2200-eventos-cliaudit-exit
           end-if
           perform 2210-um-evento-cliente
              thru 2210-um-evento-cliente-exit
               until sdc-fim-cliaud
           close cliaudit-log.
       2200-eventos-cliaudit-exit.
           exit.

       2210-um-evento-cliente.
           read cliaudit-log
               at end
                   set sdc-fim-cliaud to true
                   go to 2210-um-evento-cliente-exit
           end-read
           move aud-terminal to sev-operador
           move aud-data-hora to sev-data-hora
           evaluate true
               when aud-inclusao
                   move "CLI-INCLUSAO" to sev-evento
               when aud-alteracao
                   move "CLI-ALTERACAO" to sev-evento
               when aud-exclusao
                   move "CLI-EXCLUSAO" to sev-evento
               when other
                   go to 2210-um-evento-cliente-exit
           end-evaluate
           move aud-codigo to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2210-um-evento-cliente-exit.
           exit.

       2300-eventos-vdraudit.
           open input vdraudit-log
           if sdc-status-vdraud not = "00"
              go to 2300-eventos-vdraudit-exit
           end-if
           perform 2310-um-evento-vendedor
              thru 2310-um-evento-vendedor-exit
               until sdc-fim-vdraud
           close vdraudit-log.
       2300-eventos-vdraudit-exit.
           exit.

       2310-um-evento-vendedor.
           read vdraudit-log
               at end
                   set sdc-fim-vdraud to true
                   go to 2310-um-evento-vendedor-exit
           end-read
           move vau-terminal to sev-operador
           move vau-data-hora to sev-data-hora
           evaluate true
               when vau-inclusao
                   move "VDR-INCLUSAO" to sev-evento
               when vau-alteracao
                   move "VDR-ALTERACAO" to sev-evento
               when vau-exclusao
                   move "VDR-EXCLUSAO" to sev-evento
               when other
                   go to 2310-um-evento-vendedor-exit
           end-evaluate
           move vau-codigo to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2310-um-evento-vendedor-exit.
           exit.

       2400-eventos-adiantamento.
           open input adiantamento-arq
           if sdc-status-adiant not = "00"
              go to 2400-eventos-adiantamento-exit
           end-if
           move low-values to adt-chave
           start adiantamento-arq key not less than adt-chave
               invalid key
                   move "10" to sdc-status-adiant
           end-start
           perform 2410-um-adiantamento
              thru 2410-um-adiantamento-exit
               until sdc-status-adiant not = "00"
           close adiantamento-arq.
       2400-eventos-adiantamento-exit.
           exit.

       2410-um-adiantamento.
           read adiantamento-arq next record
               at end
                   move "10" to sdc-status-adiant
                   go to 2410-um-adiantamento-exit
           end-read
           move adt-operador to sev-operador
           move adt-data to sev-data-hora(1:8)
           move zeros to sev-data-hora(9:6)
           move "ADT-LANCAMENTO" to sev-evento
           move adt-vendedor to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2410-um-adiantamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Caixa: o objeto e o proprio caixa (operador + data).       *
      *-----------------------------------------------------------*
       2500-eventos-caixa.
           open input caixa-sessoes
           if sdc-status-caixa not = "00"
              go to 2500-eventos-caixa-exit
           end-if
           move low-values to cxs-chave
           start caixa-sessoes key not less than cxs-chave
               invalid key
                   move "10" to sdc-status-caixa
           end-start
           perform 2510-um-caixa thru 2510-um-caixa-exit
               until sdc-status-caixa not = "00"
           close caixa-sessoes.
       2500-eventos-caixa-exit.
           exit.

       2510-um-caixa.
           read caixa-sessoes next record
               at end
                   move "10" to sdc-status-caixa
                   go to 2510-um-caixa-exit
           end-read
           move spaces to sev-objeto
           string cxs-operador delimited by size
                  cxs-data delimited by size
                  into sev-objeto
           end-string
           move cxs-operador to sev-operador
           move cxs-data to sev-data-hora(1:8)
           move cxs-hora-abertura to sev-data-hora(9:6)
           move "CXA-ABERTURA" to sev-evento
           perform 2050-libera-evento thru 2050-libera-evento-exit
           if cxs-operador-concilia = spaces
              or cxs-data-concilia is not numeric
              go to 2510-um-caixa-exit
           end-if
           move cxs-operador-concilia to sev-operador
           move cxs-data-concilia to sev-data-hora(1:8)
           move zeros to sev-data-hora(9:6)
           move "CXA-CONCILIACAO" to sev-evento
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2510-um-caixa-exit.
           exit.

       2600-eventos-referencia.
           open input refaudit-log
           if sdc-status-refaud not = "00"
              go to 2600-eventos-referencia-exit
           end-if
           perform 2610-um-evento-referencia
              thru 2610-um-evento-referencia-exit
               until sdc-fim-refaud
           close refaudit-log.
       2600-eventos-referencia-exit.
           exit.

       2610-um-evento-referencia.
           read refaudit-log
               at end
                   set sdc-fim-refaud to true
                   go to 2610-um-evento-referencia-exit
           end-read
           move rfa-operador to sev-operador
           move rfa-data-hora to sev-data-hora
           move spaces to sev-evento
           string "REF-" delimited by size
                  rfa-tabela delimited by space
                  into sev-evento
           end-string
           move rfa-chave to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2610-um-evento-referencia-exit.
           exit.

      *-----------------------------------------------------------*
      * Corridas do EXECLOG: o diario de sessoes avanca ate a hora *
      * da corrida; quem entrou e ainda nao saiu e o operador da   *
      * corrida.  Corrida fora de sessao (cadeia noturna) nao tem  *
      * operador e nao entra.                                      *
      *-----------------------------------------------------------*
       2700-eventos-execucao.
           open input execucao-log
           if sdc-status-exec not = "00"
              go to 2700-eventos-execucao-exit
           end-if
           move spaces to sdc-operador-assinado
           move high-values to sdc-sessao-dh
           open input sessao-diario
           if sdc-status-sessjrn = "00"
              perform 2720-le-sessao thru 2720-le-sessao-exit
           end-if
           perform 2710-uma-execucao thru 2710-uma-execucao-exit
               until sdc-fim-exec
           close execucao-log
           if sdc-status-sessjrn = "00" or "10"
              close sessao-diario
           end-if.
       2700-eventos-execucao-exit.
           exit.

       2710-uma-execucao.
           read execucao-log
               at end
                   set sdc-fim-exec to true
                   go to 2710-uma-execucao-exit
           end-read
           move spaces to sdc-execucao-dh
           string exr-data delimited by size
                  exr-hora delimited by size
                  into sdc-execucao-dh
           end-string
           perform 2730-avanca-sessao thru 2730-avanca-sessao-exit
               until sdc-sessao-dh > sdc-execucao-dh
           move sdc-operador-assinado to sev-operador
           move sdc-execucao-dh to sev-data-hora
           move spaces to sev-evento
           string "EXEC-" delimited by size
                  exr-programa delimited by space
                  into sev-evento
           end-string
           move exr-periodo to sev-objeto
           perform 2050-libera-evento thru 2050-libera-evento-exit.
       2710-uma-execucao-exit.
           exit.

       2720-le-sessao.
           read sessao-diario
               at end
                   move high-values to sdc-sessao-dh
                   go to 2720-le-sessao-exit
           end-read
           move spaces to sdc-sessao-dh
           string sjn-data delimited by size
                  sjn-hora delimited by size
                  into sdc-sessao-dh
           end-string.
       2720-le-sessao-exit.
           exit.

       2730-avanca-sessao.
           if sjn-entrada
              move sjn-operador to sdc-operador-assinado
           else
              if sjn-operador = sdc-operador-assinado
                 move spaces to sdc-operador-assinado
              end-if
           end-if
           perform 2720-le-sessao thru 2720-le-sessao-exit.
       2730-avanca-sessao-exit.
           exit.

      *-----------------------------------------------------------*
      * Saida do sort: junta os eventos de cada operador e confere *
      * todas as regras sobre eles.                                *
      *-----------------------------------------------------------*
       3000-analisa-operadores.
           open input eventos-ordenados
           move zeros to sdc-qtde-eventos
           perform 3010-le-ordenado thru 3010-le-ordenado-exit
           if not sdc-fim-work
              move evo-operador to sdc-operador-atual
           end-if
           perform 3020-junta-evento thru 3020-junta-evento-exit
               until sdc-fim-work
           if sdc-qtde-eventos > zeros
              perform 3100-confere-operador
                 thru 3100-confere-operador-exit
           end-if
           close eventos-ordenados.
       3000-analisa-operadores-exit.
           exit.

       3010-le-ordenado.
           read eventos-ordenados
               at end
                   set sdc-fim-work to true
           end-read.
       3010-le-ordenado-exit.
           exit.

       3020-junta-evento.
           if evo-operador not = sdc-operador-atual
              perform 3100-confere-operador
                 thru 3100-confere-operador-exit
              move zeros to sdc-qtde-eventos
              move evo-operador to sdc-operador-atual
           end-if
           if sdc-qtde-eventos < 2000
              add 1 to sdc-qtde-eventos
              move evo-data-hora
                to sdc-ev-data-hora(sdc-qtde-eventos)
              move evo-evento to sdc-ev-codigo(sdc-qtde-eventos)
              move evo-objeto to sdc-ev-objeto(sdc-qtde-eventos)
           else
              add 1 to sdc-qtde-excedidos
           end-if
           perform 3010-le-ordenado thru 3010-le-ordenado-exit.
       3020-junta-evento-exit.
           exit.

       3100-confere-operador.
           add 1 to sdc-qtde-operadores
           perform 3110-confere-regra thru 3110-confere-regra-exit
               varying sdc-ind-regra from 1 by 1
               until sdc-ind-regra > sdc-qtde-regras.
       3100-confere-operador-exit.
           exit.

       3110-confere-regra.
           perform 3120-procura-primeiro
              thru 3120-procura-primeiro-exit
               varying sdc-ind-1 from 1 by 1
               until sdc-ind-1 > sdc-qtde-eventos.
       3110-confere-regra-exit.
           exit.

       3120-procura-primeiro.
           if sdc-ev-codigo(sdc-ind-1)
              not = sdc-rg-evento-1(sdc-ind-regra)
              go to 3120-procura-primeiro-exit
           end-if
           perform 3130-procura-segundo
              thru 3130-procura-segundo-exit
               varying sdc-ind-2 from 1 by 1
               until sdc-ind-2 > sdc-qtde-eventos.
       3120-procura-primeiro-exit.
           exit.

       3130-procura-segundo.
           if sdc-ind-2 = sdc-ind-1
              or sdc-ev-codigo(sdc-ind-2)
                 not = sdc-rg-evento-2(sdc-ind-regra)
              go to 3130-procura-segundo-exit
           end-if
           if sdc-rg-objeto(sdc-ind-regra) = "S"
              and sdc-ev-objeto(sdc-ind-2)
                  not = sdc-ev-objeto(sdc-ind-1)
              go to 3130-procura-segundo-exit
           end-if
           if sdc-rg-ordem(sdc-ind-regra) = "S"
              and sdc-ev-data-hora(sdc-ind-2)
                  < sdc-ev-data-hora(sdc-ind-1)
              go to 3130-procura-segundo-exit
           end-if
           add 1 to sdc-qtde-conflitos
           add 1 to sdc-rg-qtde(sdc-ind-regra)
           move sdc-rg-codigo(sdc-ind-regra) to lcf-regra
           move sdc-operador-atual to lcf-operador
           move sdc-ev-codigo(sdc-ind-1) to lcf-evento-1
           move sdc-ev-data-hora(sdc-ind-1) to lcf-data-hora-1
           move sdc-ev-objeto(sdc-ind-1) to lcf-objeto-1
           move sdc-ev-codigo(sdc-ind-2) to lcf-evento-2
           move sdc-ev-data-hora(sdc-ind-2) to lcf-data-hora-2
           move sdc-ev-objeto(sdc-ind-2) to lcf-objeto-2
           write linha-relatorio from linha-conflito
               after advancing 1 line.
       3130-procura-segundo-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           perform 4010-total-regra thru 4010-total-regra-exit
               varying sdc-ind-regra from 1 by 1
               until sdc-ind-regra > sdc-qtde-regras
           move "EVENTOS LIDOS:" to lcs-descricao
           move sdc-qtde-lidos to lcs-quantidade
           write linha-relatorio from linha-conta-sod
               after advancing 2 lines
           move "OPERADORES COM EVENTOS NO PERIODO:" to lcs-descricao
           move sdc-qtde-operadores to lcs-quantidade
           write linha-relatorio from linha-conta-sod
               after advancing 1 line
           move "CONFLITOS:" to lcs-descricao
           move sdc-qtde-conflitos to lcs-quantidade
           write linha-relatorio from linha-conta-sod
               after advancing 1 line
           if sdc-qtde-excedidos > zeros
              move "EVENTOS NAO CONFERIDOS (EXCESSO):"
                to lcs-descricao
              move sdc-qtde-excedidos to lcs-quantidade
              write linha-relatorio from linha-conta-sod
                  after advancing 1 line
           end-if.
       4000-imprime-totais-exit.
           exit.

       4010-total-regra.
           move spaces to lcs-descricao
           string "CONFLITOS NA REGRA " delimited by size
                  sdc-rg-codigo(sdc-ind-regra) delimited by space
                  ":" delimited by size
                  into lcs-descricao
           end-string
           move sdc-rg-qtde(sdc-ind-regra) to lcs-quantidade
           write linha-relatorio from linha-conta-sod
               after advancing 1 line.
       4010-total-regra-exit.
           exit.
