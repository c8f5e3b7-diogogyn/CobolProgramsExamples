      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. nfreg.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Registro de notas fiscais: lista as      *
      *                    notas de NOTAS.DAT por dia de emissao,   *
      *                    na ordem da numeracao, com situacao,     *
      *                    motivo de cancelamento e nota de origem  *
      *                    da nota de credito, e acusa todo salto   *
      *                    na sequencia - inclusive numeros ja      *
      *                    dados pela sequencia NOTAFISC apos a     *
      *                    ultima nota gravada.  Periodo em         *
      *                    NFREG.PRM (AAAAMMDD;AAAAMMDD) ou o dia   *
      *                    da data de negocio; salto da retorno 4.  *
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
           select nota-registro assign to "NOTAS"
               organization is indexed
               access mode is dynamic
               record key is nf-numero
               file status is nrg-status-nota.

           select arq-parametros assign to "NFREG.PRM"
               organization is line sequential
               file status is nrg-status-parm.

           select registro-relatorio
               assign to dynamic nrg-nome-relatorio
               organization is line sequential
               file status is nrg-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  nota-registro.
           copy NFREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  registro-relatorio.
       01  linha-relatorio           pic x(110).

       working-storage section.

       77  nrg-status-nota      pic x(02) value spaces.
       77  nrg-status-parm      pic x(02) value spaces.
       77  nrg-status-relat     pic x(02) value spaces.
       77  nrg-fim-notas        pic x value "N".
           88  nrg-sem-mais-notas      value "S".
       77  nrg-notas-aberto     pic x value "N".
           88  nrg-tem-notas           value "S".

       77  nrg-data-real        pic 9(08) value zeros.
       77  nrg-data-negocio     pic 9(08) value zeros.
       77  nrg-prm-inicio       pic x(08) value spaces.
       77  nrg-prm-fim          pic x(08) value spaces.
       77  nrg-data-inicio      pic 9(08) value zeros.
       77  nrg-data-fim         pic 9(08) value zeros.

       77  nrg-rpt-base         pic x(08) value "NFREG   ".
       77  nrg-nome-relatorio   pic x(30) value spaces.
       77  nrg-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Consulta do ultimo numero dado pela sequencia NOTAFISC:    *
      * funcao "A" com piso zero nao altera a sequencia e devolve  *
      * o numero corrente.                                         *
      *-----------------------------------------------------------*
       77  nrg-sq-funcao        pic x(01) value "A".
       77  nrg-sq-nome          pic x(08) value "NOTAFISC".
       77  nrg-sq-numero        pic 9(09) value zeros.
       77  nrg-sq-status        pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Continuidade: o numero esperado e o seguinte ao da ultima  *
      * nota lida (a sequencia comeca em 1); a continuidade corre  *
      * o registro inteiro, mas so se imprime o que cai no         *
      * periodo pedido.                                            *
      *-----------------------------------------------------------*
       77  nrg-numero-anterior  pic 9(09) value zeros.
       77  nrg-salto-inicio     pic 9(09) value zeros.
       77  nrg-salto-fim        pic 9(09) value zeros.
       77  nrg-salto-qtde       pic 9(09) value zeros.

       77  nrg-primeiro-dia     pic x value "S".
           88  nrg-primeira-vez        value "S".
       77  nrg-dia-anterior     pic 9(08) value zeros.
       77  nrg-dia-primeira     pic 9(09) value zeros.
       77  nrg-dia-ultima       pic 9(09) value zeros.
       77  nrg-dia-qtde         pic 9(07) value zeros.
       77  nrg-dia-canceladas   pic 9(07) value zeros.
       77  nrg-dia-vendas       pic 9(011)v99 value zeros.
       77  nrg-dia-creditos     pic 9(011)v99 value zeros.

       77  nrg-tot-qtde         pic 9(07) value zeros.
       77  nrg-tot-canceladas   pic 9(07) value zeros.
       77  nrg-tot-saltos       pic 9(07) value zeros.
       77  nrg-tot-faltantes    pic 9(09) value zeros.
       77  nrg-tot-vendas       pic 9(011)v99 value zeros.
       77  nrg-tot-creditos     pic 9(011)v99 value zeros.

       01  cabecalho-registro.
           05  filler                pic x(27) value
                  "REGISTRO DE NOTAS FISCAIS -".
           05  filler                pic x(01) value space.
           05  cr-data-inicio        pic 9(08).
           05  filler                pic x(03) value " A ".
           05  cr-data-fim           pic 9(08).
           05  filler                pic x(09) value "   DATA: ".
           05  cr-data               pic 9(08).
       01  cabecalho-dia.
           05  filler                pic x(20) value
                  "DIA DE EMISSAO:".
           05  cd-dia                pic 9(08).
       01  cabecalho-colunas.
           05  filler                pic x(11) value "NUMERO".
           05  filler                pic x(08) value "TIPO".
           05  filler                pic x(08) value "FILIAL".
           05  filler                pic x(08) value "CLIENTE".
           05  filler                pic x(09) value "VENDEDOR".
           05  filler                pic x(16) value
                  "           TOTAL".
           05  filler                pic x(12) value "  SITUACAO".
           05  filler                pic x(38) value
                  "ORIGEM / MOTIVO DO CANCELAMENTO".
       01  linha-detalhe.
           05  ld-numero             pic 9(09).
           05  filler                pic x(02) value spaces.
           05  ld-tipo               pic x(06).
           05  filler                pic x(03) value spaces.
           05  ld-filial             pic 9(03).
           05  filler                pic x(04) value spaces.
           05  ld-cliente            pic 9(05).
           05  filler                pic x(04) value spaces.
           05  ld-vendedor           pic 9(05).
           05  filler                pic x(02) value spaces.
           05  ld-total              pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ld-situacao           pic x(10).
           05  ld-observacao         pic x(40).
       01  linha-salto.
           05  filler                pic x(27) value
                  "*** SALTO NA NUMERACAO:    ".
           05  ls-inicio             pic 9(09).
           05  filler                pic x(03) value " A ".
           05  ls-fim                pic 9(09).
           05  filler                pic x(03) value " (".
           05  ls-qtde               pic zzzzzzzz9.
           05  ls-texto              pic x(40).
       01  linha-total-dia.
           05  filler                pic x(07) value "NOTAS: ".
           05  ltd-qtde              pic zzzzzz9.
           05  filler                pic x(04) value " DE ".
           05  ltd-primeira          pic 9(09).
           05  filler                pic x(03) value " A ".
           05  ltd-ultima            pic 9(09).
           05  filler                pic x(14) value
                  "  CANCELADAS: ".
           05  ltd-canceladas        pic zzzzzz9.
           05  filler                pic x(10) value "  VENDAS: ".
           05  ltd-vendas            pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(12) value "  CREDITOS: ".
           05  ltd-creditos          pic zz.zzz.zzz.zz9,99.
       01  linha-conta.
           05  lco-descricao         pic x(41).
           05  lco-quantidade        pic zzzzzzzz9.
       01  linha-valor.
           05  lva-descricao         pic x(41).
           05  lva-valor             pic zz.zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using nrg-data-real nrg-data-negocio
           end-call
           perform 1100-define-periodo thru 1100-define-periodo-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-le-nota thru 2000-le-nota-exit
               until nrg-sem-mais-notas
           if not nrg-primeira-vez
              perform 3100-fecha-dia thru 3100-fecha-dia-exit
           end-if
           perform 3200-confere-sequencia
              thru 3200-confere-sequencia-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           if nrg-tem-notas
              close nota-registro
           end-if
           close registro-relatorio
           display "NFREG: " nrg-tot-qtde " notas - "
                   nrg-tot-saltos " saltos - relatorio "
                   nrg-nome-relatorio
           if nrg-tot-saltos > zeros
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Periodo: data inicial e final (AAAAMMDD) na primeira linha *
      * do NFREG.PRM, ou o dia da data de negocio.                 *
      *-----------------------------------------------------------*
       1100-define-periodo.
           move nrg-data-negocio to nrg-data-inicio nrg-data-fim
           open input arq-parametros
           if nrg-status-parm not = "00"
              go to 1100-define-periodo-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           move spaces to nrg-prm-inicio nrg-prm-fim
           unstring prm-linha delimited by ";" or space
               into nrg-prm-inicio nrg-prm-fim
           end-unstring
           if nrg-prm-inicio = spaces
              go to 1100-define-periodo-exit
           end-if
           if nrg-prm-fim = spaces
              move nrg-prm-inicio to nrg-prm-fim
           end-if
           if nrg-prm-inicio is not numeric
              or nrg-prm-fim is not numeric
              or nrg-prm-fim < nrg-prm-inicio
              display "NFREG: periodo invalido em NFREG.PRM - "
                      nrg-prm-inicio " " nrg-prm-fim
              move 16 to return-code
              stop run
           end-if
           move nrg-prm-inicio to nrg-data-inicio
           move nrg-prm-fim to nrg-data-fim.
       1100-define-periodo-exit.
           exit.

       1000-abrir-arquivos.
           open input nota-registro
           if nrg-status-nota = "35"
              set nrg-sem-mais-notas to true
           else
              if nrg-status-nota not = "00"
                 display "NFREG: erro ao abrir NOTAS - status "
                         nrg-status-nota
                 move 16 to return-code
                 stop run
              end-if
              set nrg-tem-notas to true
           end-if
           call "RPTNAME" using nrg-rpt-base nrg-nome-relatorio
                                 nrg-rpt-status
           end-call
           if nrg-rpt-status not = "0"
              move "NFREG.RPT" to nrg-nome-relatorio
           end-if
           open output registro-relatorio
           move nrg-data-inicio to cr-data-inicio
           move nrg-data-fim to cr-data-fim
           move nrg-data-negocio to cr-data
           write linha-relatorio from cabecalho-registro.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Le o registro na ordem da numeracao: confere a             *
      * continuidade com a nota anterior e imprime a nota que cai  *
      * no periodo, quebrando por dia de emissao.                  *
      *-----------------------------------------------------------*
       2000-le-nota.
           read nota-registro next record
               at end
                   set nrg-sem-mais-notas to true
                   go to 2000-le-nota-exit
           end-read
           if nf-data-emissao < nrg-data-inicio
              or nf-data-emissao > nrg-data-fim
              move nf-numero to nrg-numero-anterior
              go to 2000-le-nota-exit
           end-if
           if nrg-primeira-vez
              or nf-data-emissao not = nrg-dia-anterior
              if not nrg-primeira-vez
                 perform 3100-fecha-dia thru 3100-fecha-dia-exit
              end-if
              move "N" to nrg-primeiro-dia
              move nf-data-emissao to nrg-dia-anterior
              move nf-numero to nrg-dia-primeira
              move nf-data-emissao to cd-dia
              write linha-relatorio from cabecalho-dia
                  after advancing 2 lines
              write linha-relatorio from cabecalho-colunas
                  after advancing 1 line
           end-if
           if nf-numero not = nrg-numero-anterior + 1
              compute nrg-salto-inicio = nrg-numero-anterior + 1
              compute nrg-salto-fim = nf-numero - 1
              move spaces to ls-texto
              move ") NUMEROS SEM NOTA" to ls-texto
              perform 3300-imprime-salto thru 3300-imprime-salto-exit
           end-if
           move nf-numero to nrg-numero-anterior nrg-dia-ultima
           perform 2100-imprime-nota thru 2100-imprime-nota-exit.
       2000-le-nota-exit.
           exit.

       2100-imprime-nota.
           move nf-numero to ld-numero
           if nf-nota-credito
              move "CRED." to ld-tipo
           else
              move "VENDA" to ld-tipo
           end-if
           move nf-filial to ld-filial
           move nf-cliente to ld-cliente
           move nf-vendedor to ld-vendedor
           move nf-valor-total to ld-total
           move spaces to ld-observacao
           if nf-cancelada
              move "CANCELADA" to ld-situacao
              move nf-motivo-cancel to ld-observacao
              add 1 to nrg-dia-canceladas
           else
              move "EMITIDA" to ld-situacao
              if nf-nota-credito
                 evaluate true
                     when nf-nota-origem = zeros
                         move "ORIGEM NAO INFORMADA" to ld-observacao
                     when other
                         string "ORIGEM " delimited by size
                                nf-nota-origem delimited by size
                                into ld-observacao
                         end-string
                 end-evaluate
                 add nf-valor-total to nrg-dia-creditos
              else
                 add nf-valor-total to nrg-dia-vendas
              end-if
           end-if
           write linha-relatorio from linha-detalhe
               after advancing 1 line
           add 1 to nrg-dia-qtde.
       2100-imprime-nota-exit.
           exit.

       3100-fecha-dia.
           move nrg-dia-qtde to ltd-qtde
           move nrg-dia-primeira to ltd-primeira
           move nrg-dia-ultima to ltd-ultima
           move nrg-dia-canceladas to ltd-canceladas
           move nrg-dia-vendas to ltd-vendas
           move nrg-dia-creditos to ltd-creditos
           write linha-relatorio from linha-total-dia
               after advancing 1 line
           add nrg-dia-qtde to nrg-tot-qtde
           add nrg-dia-canceladas to nrg-tot-canceladas
           add nrg-dia-vendas to nrg-tot-vendas
           add nrg-dia-creditos to nrg-tot-creditos
           move zeros to nrg-dia-qtde nrg-dia-canceladas
                         nrg-dia-vendas nrg-dia-creditos.
       3100-fecha-dia-exit.
           exit.

      *-----------------------------------------------------------*
      * Numeros dados pela sequencia depois da ultima nota gravada *
      * (transacao que ficou sem nota na aplicacao) tambem sao     *
      * salto.                                                     *
      *-----------------------------------------------------------*
       3200-confere-sequencia.
           move "A" to nrg-sq-funcao
           move zeros to nrg-sq-numero
           call "SEQNUM" using nrg-sq-funcao nrg-sq-nome
                                nrg-sq-numero nrg-sq-status
           end-call
           if nrg-sq-status not = "0"
              go to 3200-confere-sequencia-exit
           end-if
           if nrg-sq-numero > nrg-numero-anterior
              compute nrg-salto-inicio = nrg-numero-anterior + 1
              move nrg-sq-numero to nrg-salto-fim
              move spaces to ls-texto
              move ") DADOS PELA SEQUENCIA SEM NOTA" to ls-texto
              perform 3300-imprime-salto thru 3300-imprime-salto-exit
           end-if.
       3200-confere-sequencia-exit.
           exit.

       3300-imprime-salto.
           compute nrg-salto-qtde =
                   nrg-salto-fim - nrg-salto-inicio + 1
           move nrg-salto-inicio to ls-inicio
           move nrg-salto-fim to ls-fim
           move nrg-salto-qtde to ls-qtde
           write linha-relatorio from linha-salto
               after advancing 1 line
           add 1 to nrg-tot-saltos
           add nrg-salto-qtde to nrg-tot-faltantes.
       3300-imprime-salto-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "NOTAS NO PERIODO:" to lco-descricao
           move nrg-tot-qtde to lco-quantidade
           write linha-relatorio from linha-conta
               after advancing 1 line
           move "NOTAS CANCELADAS:" to lco-descricao
           move nrg-tot-canceladas to lco-quantidade
           write linha-relatorio from linha-conta
               after advancing 1 line
           move "TOTAL DAS NOTAS DE VENDA EMITIDAS:" to lva-descricao
           move nrg-tot-vendas to lva-valor
           write linha-relatorio from linha-valor
               after advancing 1 line
           move "TOTAL DAS NOTAS DE CREDITO EMITIDAS:"
             to lva-descricao
           move nrg-tot-creditos to lva-valor
           write linha-relatorio from linha-valor
               after advancing 1 line
           move "SALTOS NA NUMERACAO:" to lco-descricao
           move nrg-tot-saltos to lco-quantidade
           write linha-relatorio from linha-conta
               after advancing 1 line
           if nrg-tot-saltos > zeros
              move "NUMEROS SEM NOTA (CONFERIR A APLICACAO):"
                to lco-descricao
              move nrg-tot-faltantes to lco-quantidade
              write linha-relatorio from linha-conta
                  after advancing 1 line
           end-if.
       4000-imprime-totais-exit.
           exit.
