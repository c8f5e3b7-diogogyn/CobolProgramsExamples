      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. orcrel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Conversao de orcamentos por vendedor e   *
      *                    filial: orcamentos emitidos no mes,      *
      *                    convertidos (aceitos), perdidos,         *
      *                    expirados e ainda em aberto, valor       *
      *                    orcado e convertido e taxa de conversao  *
      *                    sobre os ja decididos.  Mes em           *
      *                    ORCREL.PRM (AAAAMM) ou o mes anterior    *
      *                    ao da data de negocio.                   *
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
           select orcamento-arq assign to "ORCAMENTO"
               organization is indexed
               access mode is dynamic
               record key is orc-chave
               file status is ocr-status-orcamento.

           select arq-parametros assign to "ORCREL.PRM"
               organization is line sequential
               file status is ocr-status-parm.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is ocr-status-vendedor.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is ocr-status-filial.

           select ordenacao-orcamento assign to "OCRSORT".

           select orcamento-relatorio
               assign to dynamic ocr-nome-relatorio
               organization is line sequential
               file status is ocr-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  orcamento-arq.
           copy ORCREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  vendedor-mestre.
           copy VDRREC.

       fd  filial-mestre.
           copy FILREC.

      *-----------------------------------------------------------*
      * Um orcamento emitido no mes, ja classificado: C convertido *
      * (aceito ou convertido), P perdido, E expirado (inclusive o *
      * aberto ja vencido), A em aberto.                           *
      *-----------------------------------------------------------*
       sd  ordenacao-orcamento.
       01  sor-registro.
           05  sor-filial            pic 9(03).
           05  sor-vendedor          pic 9(05).
           05  sor-resultado         pic x(01).
               88  sor-convertido          value "C".
               88  sor-perdido             value "P".
               88  sor-expirado            value "E".
               88  sor-em-aberto           value "A".
           05  sor-valor             pic 9(09)v99.

       fd  orcamento-relatorio.
       01  linha-relatorio           pic x(132).

       working-storage section.

       77  ocr-status-orcamento pic x(02) value spaces.
       77  ocr-status-parm      pic x(02) value spaces.
       77  ocr-status-vendedor  pic x(02) value spaces.
       77  ocr-status-filial    pic x(02) value spaces.
       77  ocr-status-relat     pic x(02) value spaces.
       77  ocr-vendedor-aberto  pic x(01) value "N".
           88  ocr-tem-vendedores      value "S".
       77  ocr-filial-aberto    pic x(01) value "N".
           88  ocr-tem-filiais         value "S".
       77  ocr-fim-orcamentos   pic x value "N".
           88  ocr-sem-mais-orcamentos value "S".
       77  ocr-fim-ordenacao    pic x value "N".
           88  ocr-sem-mais-ordem      value "S".

       77  ocr-data-real        pic 9(08) value zeros.
       77  ocr-data-negocio     pic 9(08) value zeros.
       77  ocr-prm-mes          pic x(06) value spaces.
       01  ocr-mes-apuracao.
           05  ocr-mes-ano           pic 9(04).
           05  ocr-mes-mes           pic 9(02).

       77  ocr-rpt-base         pic x(08) value "ORCREL  ".
       77  ocr-nome-relatorio   pic x(30) value spaces.
       77  ocr-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Quebras por filial e vendedor; cada nivel acumula as       *
      * contagens por resultado e os valores orcado e convertido.  *
      *-----------------------------------------------------------*
       77  ocr-primeiro-reg     pic x value "S".
           88  ocr-primeira-vez        value "S".
       77  ocr-filial-anterior  pic 9(03) value zeros.
       77  ocr-vendedor-anterior pic 9(05) value zeros.
       01  ocr-acum-vendedor.
           05  ocr-ven-emitidos      pic 9(07).
           05  ocr-ven-convertidos   pic 9(07).
           05  ocr-ven-perdidos      pic 9(07).
           05  ocr-ven-expirados     pic 9(07).
           05  ocr-ven-abertos       pic 9(07).
           05  ocr-ven-valor-orcado  pic 9(011)v99.
           05  ocr-ven-valor-convertido pic 9(011)v99.
       01  ocr-acum-filial.
           05  ocr-fil-emitidos      pic 9(07).
           05  ocr-fil-convertidos   pic 9(07).
           05  ocr-fil-perdidos      pic 9(07).
           05  ocr-fil-expirados     pic 9(07).
           05  ocr-fil-abertos       pic 9(07).
           05  ocr-fil-valor-orcado  pic 9(011)v99.
           05  ocr-fil-valor-convertido pic 9(011)v99.
       01  ocr-acum-empresa.
           05  ocr-emp-emitidos      pic 9(07).
           05  ocr-emp-convertidos   pic 9(07).
           05  ocr-emp-perdidos      pic 9(07).
           05  ocr-emp-expirados     pic 9(07).
           05  ocr-emp-abertos       pic 9(07).
           05  ocr-emp-valor-orcado  pic 9(011)v99.
           05  ocr-emp-valor-convertido pic 9(011)v99.
       01  ocr-acum-linha.
           05  ocr-lin-emitidos      pic 9(07).
           05  ocr-lin-convertidos   pic 9(07).
           05  ocr-lin-perdidos      pic 9(07).
           05  ocr-lin-expirados     pic 9(07).
           05  ocr-lin-abertos       pic 9(07).
           05  ocr-lin-valor-orcado  pic 9(011)v99.
           05  ocr-lin-valor-convertido pic 9(011)v99.
       77  ocr-decididos        pic 9(07) value zeros.
       77  ocr-taxa             pic 9(03)v99 value zeros.

       01  cabecalho-orcamento.
           05  filler                pic x(38) value
                  "CONVERSAO DE ORCAMENTOS - EMITIDOS EM ".
           05  co-mes                pic 9(06).
           05  filler                pic x(09) value "   DATA: ".
           05  co-data               pic 9(08).
       01  cabecalho-filial-orcamento.
           05  filler                pic x(08) value "FILIAL: ".
           05  cfo-filial            pic 9(03).
           05  filler                pic x(03) value " - ".
           05  cfo-nome              pic x(30).
       01  cabecalho-colunas-orcamento.
           05  filler                pic x(37) value
                  "VEND. NOME".
           05  filler                pic x(40) value
                  "EMITID CONVERT PERDID EXPIRA ABERTO".
           05  filler                pic x(38) value
                  "     VALOR ORCADO  VALOR CONVERTIDO".
           05  filler                pic x(08) value " TAXA %".
       01  linha-detalhe-orcamento.
           05  ldo-vendedor          pic zzzz9.
           05  filler                pic x(01) value space.
           05  ldo-nome              pic x(30).
           05  filler                pic x(01) value space.
           05  ldo-emitidos          pic zzzzz9.
           05  filler                pic x(01) value space.
           05  ldo-convertidos       pic zzzzz9.
           05  filler                pic x(01) value space.
           05  ldo-perdidos          pic zzzzz9.
           05  filler                pic x(01) value space.
           05  ldo-expirados         pic zzzzz9.
           05  filler                pic x(01) value space.
           05  ldo-abertos           pic zzzzz9.
           05  filler                pic x(05) value spaces.
           05  ldo-valor-orcado      pic zzz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  ldo-valor-convertido  pic zzz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldo-taxa              pic zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using ocr-data-real ocr-data-negocio
           end-call
           perform 1100-define-mes thru 1100-define-mes-exit
           perform 1000-abrir-relatorio thru 1000-abrir-relatorio-exit
           perform 1200-abrir-mestres thru 1200-abrir-mestres-exit
           initialize ocr-acum-vendedor ocr-acum-filial
                      ocr-acum-empresa
           sort ordenacao-orcamento
               on ascending key sor-filial sor-vendedor
               input procedure is 2000-seleciona-orcamentos
                                  thru 2000-seleciona-orcamentos-exit
               output procedure is 3000-imprime-conversao
                                   thru 3000-imprime-conversao-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           perform 1300-fechar-mestres thru 1300-fechar-mestres-exit
           close orcamento-relatorio
           display "ORCREL: mes " ocr-mes-apuracao " - "
                   ocr-emp-emitidos " orcamentos - relatorio "
                   ocr-nome-relatorio
           stop run.

      *-----------------------------------------------------------*
      * Mes de emissao: AAAAMM na primeira linha do ORCREL.PRM ou  *
      * o mes anterior ao da data de negocio.                      *
      *-----------------------------------------------------------*
       1100-define-mes.
           move ocr-data-negocio(1:4) to ocr-mes-ano
           move ocr-data-negocio(5:2) to ocr-mes-mes
           if ocr-mes-mes = 1
              move 12 to ocr-mes-mes
              subtract 1 from ocr-mes-ano
           else
              subtract 1 from ocr-mes-mes
           end-if
           open input arq-parametros
           if ocr-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to ocr-prm-mes
              unstring prm-linha delimited by ";" or space
                  into ocr-prm-mes
              end-unstring
              if ocr-prm-mes not = spaces
                 if ocr-prm-mes is not numeric
                    or ocr-prm-mes(5:2) < "01"
                    or ocr-prm-mes(5:2) > "12"
                    display "ORCREL: mes invalido em "
                            "ORCREL.PRM - " ocr-prm-mes
                    move 16 to return-code
                    stop run
                 end-if
                 move ocr-prm-mes to ocr-mes-apuracao
              end-if
           end-if.
       1100-define-mes-exit.
           exit.

       1000-abrir-relatorio.
           call "RPTNAME" using ocr-rpt-base ocr-nome-relatorio
                                 ocr-rpt-status
           end-call
           if ocr-rpt-status not = "0"
              move "ORCREL.RPT" to ocr-nome-relatorio
           end-if
           open output orcamento-relatorio
           move ocr-mes-apuracao to co-mes
           move ocr-data-negocio to co-data
           write linha-relatorio from cabecalho-orcamento.
       1000-abrir-relatorio-exit.
           exit.

       1200-abrir-mestres.
           open input vendedor-mestre
           if ocr-status-vendedor = "00"
              set ocr-tem-vendedores to true
           end-if
           open input filial-mestre
           if ocr-status-filial = "00"
              set ocr-tem-filiais to true
           end-if.
       1200-abrir-mestres-exit.
           exit.

       1300-fechar-mestres.
           if ocr-tem-vendedores
              close vendedor-mestre
           end-if
           if ocr-tem-filiais
              close filial-mestre
           end-if.
       1300-fechar-mestres-exit.
           exit.

      *-----------------------------------------------------------*
      * Seleciona os cabecalhos de orcamento emitidos no mes e     *
      * classifica o resultado; aberto ja vencido conta expirado   *
      * mesmo antes de o ORCCONV marca-lo.                         *
      *-----------------------------------------------------------*
       2000-seleciona-orcamentos.
           open input orcamento-arq
           if ocr-status-orcamento not = "00"
              display "ORCREL: erro ao abrir ORCAMENTO - status "
                      ocr-status-orcamento
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-orcamento thru 2010-le-orcamento-exit
               until ocr-sem-mais-orcamentos
           close orcamento-arq.
       2000-seleciona-orcamentos-exit.
           exit.

       2010-le-orcamento.
           read orcamento-arq next record
               at end
                   set ocr-sem-mais-orcamentos to true
                   go to 2010-le-orcamento-exit
           end-read
           if not orc-e-cabecalho
              go to 2010-le-orcamento-exit
           end-if
           if orc-data-emissao(1:6) not = ocr-mes-apuracao
              go to 2010-le-orcamento-exit
           end-if
           evaluate true
               when orc-aceito or orc-convertido
                   move "C" to sor-resultado
               when orc-perdido
                   move "P" to sor-resultado
               when orc-expirado
                   move "E" to sor-resultado
               when orc-data-validade < ocr-data-negocio
                   move "E" to sor-resultado
               when other
                   move "A" to sor-resultado
           end-evaluate
           move orc-filial to sor-filial
           move orc-vendedor to sor-vendedor
           move orc-valor-total to sor-valor
           release sor-registro.
       2010-le-orcamento-exit.
           exit.

       3000-imprime-conversao.
           perform 3010-proximo-ordenado
              thru 3010-proximo-ordenado-exit
               until ocr-sem-mais-ordem
           if not ocr-primeira-vez
              perform 3100-fecha-vendedor
                 thru 3100-fecha-vendedor-exit
              perform 3200-fecha-filial thru 3200-fecha-filial-exit
           end-if.
       3000-imprime-conversao-exit.
           exit.

       3010-proximo-ordenado.
           return ordenacao-orcamento
               at end
                   set ocr-sem-mais-ordem to true
                   go to 3010-proximo-ordenado-exit
           end-return
           if ocr-primeira-vez
              or sor-filial not = ocr-filial-anterior
              if not ocr-primeira-vez
                 perform 3100-fecha-vendedor
                    thru 3100-fecha-vendedor-exit
                 perform 3200-fecha-filial
                    thru 3200-fecha-filial-exit
              end-if
              move "N" to ocr-primeiro-reg
              move sor-filial to ocr-filial-anterior
              move sor-vendedor to ocr-vendedor-anterior
              move sor-filial to cfo-filial
              move spaces to cfo-nome
              if ocr-tem-filiais
                 move sor-filial to fil-codigo
                 read filial-mestre
                     invalid key
                         continue
                     not invalid key
                         move fil-nome to cfo-nome
                 end-read
              end-if
              write linha-relatorio from cabecalho-filial-orcamento
                  after advancing 2 lines
              write linha-relatorio from cabecalho-colunas-orcamento
                  after advancing 1 line
           end-if
           if sor-vendedor not = ocr-vendedor-anterior
              perform 3100-fecha-vendedor
                 thru 3100-fecha-vendedor-exit
              move sor-vendedor to ocr-vendedor-anterior
           end-if
           add 1 to ocr-ven-emitidos
           add sor-valor to ocr-ven-valor-orcado
           evaluate true
               when sor-convertido
                   add 1 to ocr-ven-convertidos
                   add sor-valor to ocr-ven-valor-convertido
               when sor-perdido
                   add 1 to ocr-ven-perdidos
               when sor-expirado
                   add 1 to ocr-ven-expirados
               when other
                   add 1 to ocr-ven-abertos
           end-evaluate.
       3010-proximo-ordenado-exit.
           exit.

       3100-fecha-vendedor.
           move ocr-vendedor-anterior to ldo-vendedor
           move spaces to ldo-nome
           if ocr-tem-vendedores
              move ocr-vendedor-anterior to vdr-codigo
              read vendedor-mestre
                  invalid key
                      continue
                  not invalid key
                      move vdr-nome to ldo-nome
              end-read
           end-if
           move ocr-acum-vendedor to ocr-acum-linha
           perform 3300-monta-linha thru 3300-monta-linha-exit
           write linha-relatorio from linha-detalhe-orcamento
               after advancing 1 line
           add ocr-ven-emitidos to ocr-fil-emitidos
           add ocr-ven-convertidos to ocr-fil-convertidos
           add ocr-ven-perdidos to ocr-fil-perdidos
           add ocr-ven-expirados to ocr-fil-expirados
           add ocr-ven-abertos to ocr-fil-abertos
           add ocr-ven-valor-orcado to ocr-fil-valor-orcado
           add ocr-ven-valor-convertido to ocr-fil-valor-convertido
           initialize ocr-acum-vendedor.
       3100-fecha-vendedor-exit.
           exit.

       3200-fecha-filial.
           move zeros to ldo-vendedor
           move "TOTAL DA FILIAL" to ldo-nome
           move ocr-acum-filial to ocr-acum-linha
           perform 3300-monta-linha thru 3300-monta-linha-exit
           write linha-relatorio from linha-detalhe-orcamento
               after advancing 2 lines
           add ocr-fil-emitidos to ocr-emp-emitidos
           add ocr-fil-convertidos to ocr-emp-convertidos
           add ocr-fil-perdidos to ocr-emp-perdidos
           add ocr-fil-expirados to ocr-emp-expirados
           add ocr-fil-abertos to ocr-emp-abertos
           add ocr-fil-valor-orcado to ocr-emp-valor-orcado
           add ocr-fil-valor-convertido to ocr-emp-valor-convertido
           initialize ocr-acum-filial.
       3200-fecha-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Taxa de conversao: convertidos sobre os decididos          *
      * (emitidos menos os ainda em aberto).                       *
      *-----------------------------------------------------------*
       3300-monta-linha.
           move ocr-lin-emitidos to ldo-emitidos
           move ocr-lin-convertidos to ldo-convertidos
           move ocr-lin-perdidos to ldo-perdidos
           move ocr-lin-expirados to ldo-expirados
           move ocr-lin-abertos to ldo-abertos
           move ocr-lin-valor-orcado to ldo-valor-orcado
           move ocr-lin-valor-convertido to ldo-valor-convertido
           compute ocr-decididos = ocr-lin-emitidos - ocr-lin-abertos
           move zeros to ocr-taxa
           if ocr-decididos > zeros
              compute ocr-taxa rounded =
                      ocr-lin-convertidos * 100 / ocr-decididos
           end-if
           move ocr-taxa to ldo-taxa.
       3300-monta-linha-exit.
           exit.

       4000-imprime-totais.
           move zeros to ldo-vendedor
           move "TOTAL DA EMPRESA" to ldo-nome
           move ocr-acum-empresa to ocr-acum-linha
           perform 3300-monta-linha thru 3300-monta-linha-exit
           write linha-relatorio from linha-detalhe-orcamento
               after advancing 3 lines.
       4000-imprime-totais-exit.
           exit.
