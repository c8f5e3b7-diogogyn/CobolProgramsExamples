      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. ptorel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Extrato de pontos de fidelidade por      *
      *                    cliente e passivo mensal do programa:    *
      *                    saldo anterior, creditos, estornos,      *
      *                    resgates e expiracoes do mes em          *
      *                    PONTOMOV.DAT, saldo final e pontos que   *
      *                    vencem ao fim do mes; para a             *
      *                    contabilidade, os pontos em aberto no    *
      *                    fim do mes vezes o valor do ponto        *
      *                    (PONTOCFG.DAT) e os vales de pontos      *
      *                    emitidos e ainda nao resgatados.         *
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
           select arq-parametros assign to "PTOREL.PRM"
               organization is line sequential
               file status is ptr-status-parm.

           select pontos-config assign to "PONTOCFG.DAT"
               organization is line sequential
               file status is ptr-status-config.

           select pontos-movimento assign to "PONTOMOV"
               organization is indexed
               access mode is dynamic
               record key is ptm-chave
               file status is ptr-status-mov.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is ptr-status-cliente.

           select voucher-arq assign to "VOUCHER"
               organization is indexed
               access mode is dynamic
               record key is vch-codigo
               file status is ptr-status-voucher.

           select pontos-relatorio
               assign to dynamic ptr-nome-relatorio
               organization is line sequential
               file status is ptr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  pontos-config.
           copy PTOCFG.

       fd  pontos-movimento.
           copy PTOMOV.

       fd  cliente-mestre.
           copy CLIREC.

       fd  voucher-arq.
           copy VOUCHREC.

       fd  pontos-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  ptr-status-parm      pic x(02) value spaces.
       77  ptr-status-config    pic x(02) value spaces.
       77  ptr-status-mov       pic x(02) value spaces.
       77  ptr-status-cliente   pic x(02) value spaces.
       77  ptr-tem-cliente      pic x(01) value "N".
           88  ptr-cliente-aberto      value "S".
       77  ptr-status-voucher   pic x(02) value spaces.
       77  ptr-tem-voucher      pic x(01) value "N".
           88  ptr-voucher-aberto      value "S".
       77  ptr-status-relat     pic x(02) value spaces.

       77  ptr-data-real        pic 9(08) value zeros.
       77  ptr-data-negocio     pic 9(08) value zeros.
       77  ptr-prm-mes          pic x(06) value spaces.
       77  ptr-prm-cliente      pic x(05) value spaces.
       77  ptr-mes              pic 9(06) value zeros.
       77  ptr-fim-mes          pic 9(08) value zeros.
       77  ptr-cliente-filtro   pic 9(05) value zeros.

       77  ptr-rpt-base         pic x(08) value "PTOREL  ".
       77  ptr-nome-relatorio   pic x(30) value spaces.
       77  ptr-rpt-status       pic x(01) value spaces.

       77  ptr-valor-ponto      pic 9v9999 value 0,0100.

      *-----------------------------------------------------------*
      * Cliente corrente (quebra por PTM-CLIENTE): saldo antes do  *
      * mes, movimento do mes por tipo e pontos que vencem no fim  *
      * do mes (saldo vivo dos creditos com validade ate ele).     *
      *-----------------------------------------------------------*
       77  ptr-primeiro-reg     pic x(01) value "S".
           88  ptr-primeira-vez        value "S".
       77  ptr-cliente-atual    pic 9(05) value zeros.
       77  ptr-cab-impresso     pic x(01) value "N".
           88  ptr-cliente-com-cab     value "S".
       77  ptr-cl-anterior      pic s9(11) value zeros.
       77  ptr-cl-ganhos        pic 9(11) value zeros.
       77  ptr-cl-estornos      pic 9(11) value zeros.
       77  ptr-cl-resgates      pic 9(11) value zeros.
       77  ptr-cl-expirados     pic 9(11) value zeros.
       77  ptr-cl-a-vencer      pic 9(11) value zeros.
       77  ptr-cl-final         pic s9(11) value zeros.

       77  ptr-qtde-clientes    pic 9(07) value zeros.
       77  ptr-tot-anterior     pic s9(13) value zeros.
       77  ptr-tot-ganhos       pic 9(13) value zeros.
       77  ptr-tot-estornos     pic 9(13) value zeros.
       77  ptr-tot-resgates     pic 9(13) value zeros.
       77  ptr-tot-expirados    pic 9(13) value zeros.
       77  ptr-tot-final        pic s9(13) value zeros.
       77  ptr-tot-a-vencer     pic 9(13) value zeros.
       77  ptr-passivo-pontos   pic s9(11)v99 value zeros.
       77  ptr-qtde-vales       pic 9(07) value zeros.
       77  ptr-valor-vales      pic 9(11)v99 value zeros.
       77  ptr-passivo-total    pic s9(11)v99 value zeros.

       01  cabecalho-pontos.
           05  filler                pic x(46) value
                  "EXTRATO E PASSIVO DE PONTOS DE FIDELIDADE - ".
           05  filler                pic x(04) value "MES ".
           05  cpt-mes               pic 9(06).
           05  filler                pic x(09) value "  DATA: ".
           05  cpt-data              pic 9(08).
       01  linha-valor-ponto.
           05  filler                pic x(21) value
                  "VALOR DO PONTO: R$ ".
           05  lvp-valor             pic 9,9999.
       01  cabecalho-secao-pontos.
           05  csp-texto             pic x(80).
       01  cabecalho-cliente-pontos.
           05  filler                pic x(08) value "CLIENTE ".
           05  ccp-cliente           pic zzzz9.
           05  filler                pic x(01) value space.
           05  ccp-nome              pic x(30).
           05  filler                pic x(19) value
                  "  SALDO ANTERIOR: ".
           05  ccp-anterior          pic zzz.zzz.zz9-.
       01  linha-movimento-pontos.
           05  filler                pic x(04) value spaces.
           05  lmp-data              pic 9(08).
           05  filler                pic x(02) value spaces.
           05  lmp-descricao         pic x(24).
           05  filler                pic x(02) value spaces.
           05  lmp-pontos            pic zzz.zzz.zz9-.
           05  filler                pic x(02) value spaces.
           05  lmp-valor             pic zz.zzz.zz9,99 blank when zero.
           05  filler                pic x(02) value spaces.
           05  lmp-complemento       pic x(20).
       01  linha-saldo-pontos.
           05  filler                pic x(04) value spaces.
           05  filler                pic x(13) value "SALDO FINAL: ".
           05  lsp-final             pic zzz.zzz.zz9-.
           05  filler                pic x(28) value
                  "   VENCEM AO FIM DO MES: ".
           05  lsp-a-vencer          pic zzz.zzz.zz9.
       01  linha-total-pontos.
           05  ltp-descricao         pic x(46).
           05  filler                pic x(02) value spaces.
           05  ltp-quantidade        pic zzz.zzz.zzz.zz9-.
       01  linha-valor-passivo.
           05  lvl-descricao         pic x(46).
           05  filler                pic x(02) value spaces.
           05  lvl-valor             pic zz.zzz.zzz.zz9,99-.
       01  linha-aviso-pontos.
           05  lap-texto             pic x(80).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using ptr-data-real ptr-data-negocio
           end-call
           perform 1100-le-parametro thru 1100-le-parametro-exit
           compute ptr-fim-mes = ptr-mes * 100 + 31
           perform 1200-le-config thru 1200-le-config-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-extrato-clientes
              thru 2000-extrato-clientes-exit
           if ptr-cliente-filtro = zeros
              perform 3000-vales-em-aberto
                 thru 3000-vales-em-aberto-exit
              perform 4000-imprime-passivo
                 thru 4000-imprime-passivo-exit
           end-if
           close pontos-movimento pontos-relatorio
           if ptr-cliente-aberto
              close cliente-mestre
           end-if
           if ptr-voucher-aberto
              close voucher-arq
           end-if
           display "PTOREL: " ptr-qtde-clientes
                   " clientes no extrato do mes " ptr-mes
                   " - relatorio " ptr-nome-relatorio
           stop run.

      *-----------------------------------------------------------*
      * PTOREL.PRM: mes AAAAMM (sem parametro, o mes da data de    *
      * negocio) e, opcional, um cliente - com cliente, so o       *
      * extrato dele, sem o passivo.                               *
      *-----------------------------------------------------------*
       1100-le-parametro.
           compute ptr-mes = ptr-data-negocio / 100
           open input arq-parametros
           if ptr-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";"
               into ptr-prm-mes ptr-prm-cliente
           end-unstring
           if ptr-prm-mes not = spaces
              if ptr-prm-mes is not numeric
                 display "PTOREL: mes invalido em PTOREL.PRM - "
                         ptr-prm-mes
                 move 16 to return-code
                 stop run
              end-if
              move ptr-prm-mes to ptr-mes
           end-if
           if ptr-prm-cliente not = spaces
              move function numval(ptr-prm-cliente)
                to ptr-cliente-filtro
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-le-config.
           open input pontos-config
           if ptr-status-config not = "00"
              go to 1200-le-config-exit
           end-if
           read pontos-config
               at end
                   move zeros to ptc-registro
           end-read
           close pontos-config
           if ptc-valor-ponto is numeric
              and ptc-valor-ponto > zeros
              move ptc-valor-ponto to ptr-valor-ponto
           end-if.
       1200-le-config-exit.
           exit.

       1000-abrir-arquivos.
           open input pontos-movimento
           if ptr-status-mov not = "00"
              display "PTOREL: erro ao abrir PONTOMOV - status "
                      ptr-status-mov
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if ptr-status-cliente = "00"
              move "S" to ptr-tem-cliente
           end-if
           open input voucher-arq
           if ptr-status-voucher = "00"
              move "S" to ptr-tem-voucher
           end-if
           call "RPTNAME" using ptr-rpt-base ptr-nome-relatorio
                                 ptr-rpt-status
           end-call
           if ptr-rpt-status not = "0"
              move "PTOREL.RPT" to ptr-nome-relatorio
           end-if
           open output pontos-relatorio
           move ptr-mes to cpt-mes
           move ptr-data-negocio to cpt-data
           write linha-relatorio from cabecalho-pontos
           move ptr-valor-ponto to lvp-valor
           write linha-relatorio from linha-valor-ponto
               after advancing 1 line
           move "EXTRATO DE PONTOS POR CLIENTE" to csp-texto
           write linha-relatorio from cabecalho-secao-pontos
               after advancing 2 lines.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Movimento na ordem da chave: cliente, e dentro dele os     *
      * meses em ordem - tudo antes do mes forma o saldo anterior, *
      * o mes e impresso linha a linha e os meses seguintes ficam  *
      * de fora.                                                   *
      *-----------------------------------------------------------*
       2000-extrato-clientes.
           move low-values to ptm-chave
           if ptr-cliente-filtro > zeros
              move ptr-cliente-filtro to ptm-cliente
              move zeros to ptm-periodo ptm-lote ptm-sequencial
           end-if
           start pontos-movimento key not less than ptm-chave
               invalid key
                   move "10" to ptr-status-mov
           end-start
           perform 2010-le-movimento thru 2010-le-movimento-exit
               until ptr-status-mov not = "00"
           if not ptr-primeira-vez
              perform 2300-fecha-cliente thru 2300-fecha-cliente-exit
           end-if
           if ptr-qtde-clientes = zeros
              move "NENHUM CLIENTE COM PONTOS NO MES." to lap-texto
              write linha-relatorio from linha-aviso-pontos
                  after advancing 2 lines
           end-if.
       2000-extrato-clientes-exit.
           exit.

       2010-le-movimento.
           read pontos-movimento next record
               at end
                   move "10" to ptr-status-mov
                   go to 2010-le-movimento-exit
           end-read
           if ptr-cliente-filtro > zeros
              and ptm-cliente not = ptr-cliente-filtro
              move "10" to ptr-status-mov
              go to 2010-le-movimento-exit
           end-if
           if ptr-primeira-vez
              move "N" to ptr-primeiro-reg
              perform 2100-abre-cliente thru 2100-abre-cliente-exit
           else
              if ptm-cliente not = ptr-cliente-atual
                 perform 2300-fecha-cliente
                    thru 2300-fecha-cliente-exit
                 perform 2100-abre-cliente
                    thru 2100-abre-cliente-exit
              end-if
           end-if
           if ptm-credito and ptm-restantes > zeros
              and ptm-vencimento = ptr-mes
              add ptm-restantes to ptr-cl-a-vencer
           end-if
           if ptm-periodo > ptr-mes
              go to 2010-le-movimento-exit
           end-if
           if ptm-periodo < ptr-mes
              if ptm-credito
                 add ptm-pontos to ptr-cl-anterior
              else
                 subtract ptm-pontos from ptr-cl-anterior
              end-if
              go to 2010-le-movimento-exit
           end-if
           perform 2200-imprime-movimento
              thru 2200-imprime-movimento-exit.
       2010-le-movimento-exit.
           exit.

       2100-abre-cliente.
           move ptm-cliente to ptr-cliente-atual
           move "N" to ptr-cab-impresso
           move zeros to ptr-cl-anterior ptr-cl-ganhos
                         ptr-cl-estornos ptr-cl-resgates
                         ptr-cl-expirados ptr-cl-a-vencer.
       2100-abre-cliente-exit.
           exit.

       2150-imprime-cab-cliente.
           move ptr-cliente-atual to ccp-cliente
           move "CLIENTE NAO CADASTRADO" to ccp-nome
           if ptr-cliente-aberto
              move ptr-cliente-atual to cli-codigo
              read cliente-mestre
                  invalid key
                      continue
                  not invalid key
                      move cli-nome to ccp-nome
              end-read
           end-if
           move ptr-cl-anterior to ccp-anterior
           write linha-relatorio from cabecalho-cliente-pontos
               after advancing 2 lines
           move "S" to ptr-cab-impresso.
       2150-imprime-cab-cliente-exit.
           exit.

       2200-imprime-movimento.
           if not ptr-cliente-com-cab
              perform 2150-imprime-cab-cliente
                 thru 2150-imprime-cab-cliente-exit
           end-if
           move ptm-data to lmp-data
           move ptm-pontos to lmp-pontos
           move ptm-valor to lmp-valor
           move spaces to lmp-complemento
           evaluate true
               when ptm-credito
                   move "CREDITO DE VENDA" to lmp-descricao
                   add ptm-pontos to ptr-cl-ganhos
                   string "VALE ATE " delimited by size
                          ptm-vencimento delimited by size
                          into lmp-complemento
                   end-string
               when ptm-estorno
                   move "ESTORNO DE DEVOLUCAO" to lmp-descricao
                   compute lmp-pontos = zeros - ptm-pontos
                   add ptm-pontos to ptr-cl-estornos
               when ptm-resgate
                   move "TROCA POR VALE" to lmp-descricao
                   compute lmp-pontos = zeros - ptm-pontos
                   add ptm-pontos to ptr-cl-resgates
                   string "VALE " delimited by size
                          ptm-vale delimited by size
                          into lmp-complemento
                   end-string
               when ptm-expiracao
                   move "PONTOS VENCIDOS" to lmp-descricao
                   compute lmp-pontos = zeros - ptm-pontos
                   add ptm-pontos to ptr-cl-expirados
               when other
                   move "MOVIMENTO DESCONHECIDO" to lmp-descricao
           end-evaluate
           write linha-relatorio from linha-movimento-pontos
               after advancing 1 line.
       2200-imprime-movimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Fim do cliente: saldo final e totais do passivo.  Cliente  *
      * sem saldo e sem movimento no mes nao aparece.              *
      *-----------------------------------------------------------*
       2300-fecha-cliente.
           compute ptr-cl-final = ptr-cl-anterior + ptr-cl-ganhos
                   - ptr-cl-estornos - ptr-cl-resgates
                   - ptr-cl-expirados
           if not ptr-cliente-com-cab
              and ptr-cl-anterior = zeros
              and ptr-cl-final = zeros
              go to 2300-fecha-cliente-exit
           end-if
           if not ptr-cliente-com-cab
              perform 2150-imprime-cab-cliente
                 thru 2150-imprime-cab-cliente-exit
           end-if
           move ptr-cl-final to lsp-final
           move ptr-cl-a-vencer to lsp-a-vencer
           write linha-relatorio from linha-saldo-pontos
               after advancing 1 line
           add 1 to ptr-qtde-clientes
           add ptr-cl-anterior to ptr-tot-anterior
           add ptr-cl-ganhos to ptr-tot-ganhos
           add ptr-cl-estornos to ptr-tot-estornos
           add ptr-cl-resgates to ptr-tot-resgates
           add ptr-cl-expirados to ptr-tot-expirados
           add ptr-cl-final to ptr-tot-final
           add ptr-cl-a-vencer to ptr-tot-a-vencer.
       2300-fecha-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Vales de pontos emitidos ate o fim do mes e em aberto      *
      * nele: nao resgatados (ou resgatados depois do mes) e       *
      * validos alem do fim do mes - tambem sao passivo.           *
      *-----------------------------------------------------------*
       3000-vales-em-aberto.
           if not ptr-voucher-aberto
              go to 3000-vales-em-aberto-exit
           end-if
           move low-values to vch-codigo
           start voucher-arq key not less than vch-codigo
               invalid key
                   move "10" to ptr-status-voucher
           end-start
           perform 3010-avalia-vale thru 3010-avalia-vale-exit
               until ptr-status-voucher not = "00".
       3000-vales-em-aberto-exit.
           exit.

       3010-avalia-vale.
           read voucher-arq next record
               at end
                   move "10" to ptr-status-voucher
                   go to 3010-avalia-vale-exit
           end-read
           if not vch-pontos
              or vch-valor-desconto is not numeric
              or vch-data-emissao > ptr-fim-mes
              or vch-validade-fim not > ptr-fim-mes
              go to 3010-avalia-vale-exit
           end-if
           if vch-resgatado and vch-data-resgate not > ptr-fim-mes
              go to 3010-avalia-vale-exit
           end-if
           add 1 to ptr-qtde-vales
           add vch-valor-desconto to ptr-valor-vales.
       3010-avalia-vale-exit.
           exit.

       4000-imprime-passivo.
           move "PASSIVO DO PROGRAMA DE PONTOS NO FIM DO MES"
             to csp-texto
           write linha-relatorio from cabecalho-secao-pontos
               after advancing 3 lines
           move "CLIENTES NO EXTRATO:" to ltp-descricao
           move ptr-qtde-clientes to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 2 lines
           move "PONTOS EM ABERTO NO INICIO DO MES:" to ltp-descricao
           move ptr-tot-anterior to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "(+) PONTOS GANHOS EM VENDAS:" to ltp-descricao
           move ptr-tot-ganhos to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "(-) PONTOS ESTORNADOS EM DEVOLUCOES:"
             to ltp-descricao
           move ptr-tot-estornos to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "(-) PONTOS TROCADOS POR VALE:" to ltp-descricao
           move ptr-tot-resgates to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "(-) PONTOS VENCIDOS:" to ltp-descricao
           move ptr-tot-expirados to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "PONTOS EM ABERTO NO FIM DO MES:" to ltp-descricao
           move ptr-tot-final to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "PONTOS QUE VENCEM AO FIM DO MES:" to ltp-descricao
           move ptr-tot-a-vencer to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           compute ptr-passivo-pontos rounded =
                   ptr-tot-final * ptr-valor-ponto
           move "VALOR DOS PONTOS EM ABERTO:" to lvl-descricao
           move ptr-passivo-pontos to lvl-valor
           write linha-relatorio from linha-valor-passivo
               after advancing 2 lines
           move "VALES DE PONTOS EM ABERTO:" to ltp-descricao
           move ptr-qtde-vales to ltp-quantidade
           write linha-relatorio from linha-total-pontos
               after advancing 1 line
           move "VALOR DOS VALES DE PONTOS EM ABERTO:"
             to lvl-descricao
           move ptr-valor-vales to lvl-valor
           write linha-relatorio from linha-valor-passivo
               after advancing 1 line
           compute ptr-passivo-total =
                   ptr-passivo-pontos + ptr-valor-vales
           move "PASSIVO TOTAL DO PROGRAMA DE PONTOS:"
             to lvl-descricao
           move ptr-passivo-total to lvl-valor
           write linha-relatorio from linha-valor-passivo
               after advancing 2 lines
           if not ptr-voucher-aberto
              move "VOUCHER INDISPONIVEL - VALES FORA DO PASSIVO"
                to lap-texto
              write linha-relatorio from linha-aviso-pontos
                  after advancing 2 lines
              move 4 to return-code
           end-if.
       4000-imprime-passivo-exit.
           exit.
