      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. infrend.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Informe anual de rendimentos de comissao *
      *                    por vendedor: para o ano-calendario do   *
      *                    INFREND.PRM (sem parametro, o ano        *
      *                    anterior ao da data de negocio) imprime  *
      *                    um informe por vendedor, com o cabecalho *
      *                    da matriz, mes a mes a comissao bruta,   *
      *                    o bonus, os adiantamentos abatidos, as   *
      *                    retencoes e o liquido pago pela folha    *
      *                    (historico FOLHAHIS menos as rejeicoes   *
      *                    do suspense, mais as reemissoes) e os    *
      *                    cheques emitidos no CHEQREG, e grava o   *
      *                    resumo INFREND.DAT no desenho que o      *
      *                    contador envia a Receita.                *
      * 15/10/2026 EQP     O IR retido nos cheques de comissao      *
      *                    (CHR-RETENCAO) passou a somar nas        *
      *                    retencoes do mes do informe e do resumo  *
      *                    ao contador.                             *
      * 15/10/2026 EQP     Cheque prescrito sustado pelo CHQSUST    *
      *                    passa a contar no mes da emissao; a      *
      *                    reemissao dele (cheque com origem, ou    *
      *                    tipo "C" do FOLHAHIS) nao conta de novo. *
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
           select arq-parametros assign to "INFREND.PRM"
               organization is line sequential
               file status is inf-status-parm.

           select folha-historico assign to "FOLHAHIS"
               organization is line sequential
               file status is inf-status-fhist.

           select folha-suspense assign to "FOLHASUSP"
               organization is indexed
               access mode is dynamic
               record key is fsp-chave
               file status is inf-status-susp.

           select cheque-registro assign to "CHEQREG"
               organization is indexed
               access mode is dynamic
               record key is chr-numero
               file status is inf-status-cheque.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is inf-status-vendedor.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is inf-status-filial.

           select ordenacao-informe assign to "INFSORT".

           select informe-relatorio
               assign to dynamic inf-nome-relatorio
               organization is line sequential
               file status is inf-status-relat.

           select informe-resumo assign to "INFREND.DAT"
               organization is line sequential
               file status is inf-status-resumo.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  folha-historico.
           copy FOLHAHIS.

       fd  folha-suspense.
           copy FOLHASUS.

       fd  cheque-registro.
           copy CHQREG.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  filial-mestre.
           copy FILREC.

       sd  ordenacao-informe.
       01  sif-registro.
           05  sif-vendedor          pic 9(05).
           05  sif-indice            pic 9(03).

       fd  informe-relatorio.
       01  linha-relatorio           pic x(132).

       fd  informe-resumo.
           copy INFREND.

       working-storage section.

       copy DATASIS.

       77  inf-status-parm      pic x(02) value spaces.
       77  inf-status-fhist     pic x(02) value spaces.
           88  inf-fim-fhist           value "10".
       77  inf-status-susp      pic x(02) value spaces.
       77  inf-status-cheque    pic x(02) value spaces.
       77  inf-status-vendedor  pic x(02) value spaces.
       77  inf-status-filial    pic x(02) value spaces.
       77  inf-status-relat     pic x(02) value spaces.
       77  inf-status-resumo    pic x(02) value spaces.
       77  inf-vendedor-aberto  pic x(01) value "N".
           88  inf-tem-vendedores      value "S".
       77  inf-fim-ordenacao    pic x(01) value "N".
           88  inf-sem-mais-ordem      value "S".

       77  inf-data-real        pic 9(08) value zeros.
       77  inf-data-negocio     pic 9(08) value zeros.
       77  inf-prm-ano          pic x(04) value spaces.
       77  inf-ano              pic 9(04) value zeros.
       77  inf-mes              pic 9(02) value zeros.
       77  inf-mes-edit         pic 9(02) value zeros.

       77  inf-rpt-base         pic x(08) value "INFREND ".
       77  inf-nome-relatorio   pic x(30) value spaces.
       77  inf-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Fonte pagadora: a matriz (filial 000) do FILIAL.DAT.       *
      *-----------------------------------------------------------*
       77  inf-empresa-nome     pic x(30) value
                  "MATRIZ NAO CADASTRADA".
       77  inf-empresa-rua      pic x(30) value spaces.
       77  inf-empresa-cidade   pic x(20) value spaces.
       77  inf-empresa-uf       pic x(02) value spaces.
       77  inf-empresa-cep      pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Acumulacao do ano por vendedor e mes.  O fechamento ("F")  *
      * de um periodo substitui o anterior do mesmo periodo (vale  *
      * o ultimo fechamento apos reabertura de lote); reemissoes   *
      * do suspense somam no mes em que foram reenviadas, e as     *
      * rejeicoes da folha saem do mes em que foram enviadas.      *
      *-----------------------------------------------------------*
       01  inf-tabela-vendedores.
           05  inf-qtde-vendedores   pic 9(03) value zeros.
           05  inf-vendedor          occurs 500 times.
               10  inf-vd-codigo     pic 9(05).
               10  inf-vd-mes        occurs 12 times.
                   15  inf-vm-bruta      pic 9(07)v99.
                   15  inf-vm-adiant     pic 9(07)v99.
                   15  inf-vm-retencao   pic 9(07)v99.
                   15  inf-vm-bonus      pic 9(07)v99.
                   15  inf-vm-liquido    pic 9(07)v99.
                   15  inf-vm-reemitido  pic 9(09)v99.
                   15  inf-vm-rejeitado  pic 9(09)v99.
                   15  inf-vm-cheques    pic 9(09)v99.
       77  inf-indice           pic 9(03) value zeros.
       77  inf-posicao          pic 9(03) value zeros.
       77  inf-achou            pic x(01) value "N".
       77  inf-procura-codigo   pic 9(05) value zeros.
       77  inf-qtde-descartadas pic 9(07) value zeros.

       77  inf-pago-mes         pic s9(09)v99 value zeros.
       77  inf-rendimento-mes   pic 9(09)v99 value zeros.
       77  inf-tot-bruta        pic 9(09)v99 value zeros.
       77  inf-tot-bonus        pic 9(09)v99 value zeros.
       77  inf-tot-adiant       pic 9(09)v99 value zeros.
       77  inf-tot-retencao     pic 9(09)v99 value zeros.
       77  inf-tot-pago         pic s9(09)v99 value zeros.
       77  inf-tot-cheques      pic 9(09)v99 value zeros.
       77  inf-qtde-informes    pic 9(07) value zeros.
       77  inf-geral-rendimento pic 9(13)v99 value zeros.
       77  inf-geral-retido     pic 9(13)v99 value zeros.

       01  cabecalho-empresa.
           05  ce-nome               pic x(30).
           05  filler                pic x(04) value spaces.
           05  filler                pic x(50) value
                  "INFORME ANUAL DE RENDIMENTOS - COMISSOES".
           05  filler                pic x(17) value
                  "ANO-CALENDARIO: ".
           05  ce-ano                pic 9(04).
       01  cabecalho-endereco.
           05  cen-rua               pic x(30).
           05  filler                pic x(02) value spaces.
           05  cen-cidade            pic x(20).
           05  filler                pic x(01) value "/".
           05  cen-uf                pic x(02).
           05  filler                pic x(06) value "  CEP ".
           05  cen-cep               pic 99999b999.
           05  filler                pic x(12) value
                  "   EMISSAO: ".
           05  cen-data              pic 9(08).
       01  cabecalho-beneficiario.
           05  filler                pic x(10) value "VENDEDOR: ".
           05  cb-vendedor           pic 9(05).
           05  filler                pic x(03) value " - ".
           05  cb-nome               pic x(30).
           05  filler                pic x(10) value "  FILIAL: ".
           05  cb-filial             pic 9(03).
           05  filler                pic x(12) value
                  "  ADMISSAO: ".
           05  cb-admissao           pic 9(08).
       01  cabecalho-colunas-informe.
           05  filler                pic x(41) value
                  "MES/ANO   COMISSAO BRUTA            BONUS".
           05  filler                pic x(36) value
                  "   ADIANT.ABATIDOS        RETENCOES".
           05  filler                pic x(36) value
                  "       LIQUIDO PAGO    CHEQUES EMIT.".
       01  linha-mes-informe.
           05  lmi-periodo           pic x(07).
           05  filler                pic x(03) value spaces.
           05  lmi-bruta             pic zzz.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  lmi-bonus             pic zzz.zzz.zz9,99.
           05  filler                pic x(05) value spaces.
           05  lmi-adiant            pic zzz.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  lmi-retencao          pic zzz.zzz.zz9,99.
           05  filler                pic x(04) value spaces.
           05  lmi-pago              pic -zzz.zzz.zz9,99.
           05  filler                pic x(03) value spaces.
           05  lmi-cheques           pic zzz.zzz.zz9,99.
       01  linha-aviso-informe.
           05  lai-texto             pic x(100).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using inf-data-real inf-data-negocio
           end-call
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1200-le-matriz thru 1200-le-matriz-exit
           perform 2000-acumula-folha thru 2000-acumula-folha-exit
           perform 2100-acumula-rejeicoes
              thru 2100-acumula-rejeicoes-exit
           perform 2200-acumula-cheques thru 2200-acumula-cheques-exit
           perform 1000-abrir-saidas thru 1000-abrir-saidas-exit
           open input vendedor-mestre
           if inf-status-vendedor = "00"
              set inf-tem-vendedores to true
           end-if
           if inf-qtde-vendedores = zeros
              move "NENHUM PAGAMENTO DE COMISSAO NO ANO." to lai-texto
              write linha-relatorio from linha-aviso-informe
                  after advancing 2 lines
           else
              sort ordenacao-informe
                  on ascending key sif-vendedor
                  input procedure 2500-libera-vendedores
                           thru 2500-libera-vendedores-exit
                  output procedure 3000-imprime-informes
                           thru 3000-imprime-informes-exit
           end-if
           perform 4000-grava-trailer thru 4000-grava-trailer-exit
           if inf-tem-vendedores
              close vendedor-mestre
           end-if
           close informe-relatorio informe-resumo
           display "INFREND: ano " inf-ano " - " inf-qtde-informes
                   " informes - relatorio " inf-nome-relatorio
           if inf-qtde-descartadas > zeros
              display "INFREND: " inf-qtde-descartadas
                      " lancamentos fora da tabela de vendedores"
              move 4 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Ano-calendario na primeira linha do INFREND.PRM; sem       *
      * parametro, o ano anterior ao da data de negocio (o informe *
      * sai em fevereiro do ano seguinte).                         *
      *-----------------------------------------------------------*
       1100-le-parametro.
           compute inf-ano = inf-data-negocio / 10000 - 1
           open input arq-parametros
           if inf-status-parm = "00"
              read arq-parametros
                  at end
                      move spaces to prm-linha
              end-read
              close arq-parametros
              move spaces to inf-prm-ano
              unstring prm-linha delimited by ";" or space
                  into inf-prm-ano
              end-unstring
              if inf-prm-ano not = spaces
                 if inf-prm-ano is not numeric
                    display "INFREND: ano invalido em "
                            "INFREND.PRM - " inf-prm-ano
                    move 16 to return-code
                    stop run
                 end-if
                 move inf-prm-ano to inf-ano
              end-if
           end-if.
       1100-le-parametro-exit.
           exit.

       1200-le-matriz.
           open input filial-mestre
           if inf-status-filial not = "00"
              go to 1200-le-matriz-exit
           end-if
           move zeros to fil-codigo
           read filial-mestre
               invalid key
                   continue
               not invalid key
                   move fil-nome to inf-empresa-nome
                   move fil-logradouro to inf-empresa-rua
                   move fil-cidade to inf-empresa-cidade
                   move fil-uf to inf-empresa-uf
                   move fil-cep to inf-empresa-cep
           end-read
           close filial-mestre.
       1200-le-matriz-exit.
           exit.

       1000-abrir-saidas.
           call "RPTNAME" using inf-rpt-base inf-nome-relatorio
                                 inf-rpt-status
           end-call
           if inf-rpt-status not = "0"
              move "INFREND.RPT" to inf-nome-relatorio
           end-if
           open output informe-relatorio
           open output informe-resumo
           if inf-status-resumo not = "00"
              display "INFREND: erro ao criar INFREND.DAT - status "
                      inf-status-resumo
              move 16 to return-code
              stop run
           end-if
           move spaces to ird-header
           move "H" to ird-h-tipo
           move inf-ano to ird-h-ano
           move inf-empresa-nome to ird-h-nome-fonte
           move inf-data-negocio to ird-h-data-geracao
           write ird-header.
       1000-abrir-saidas-exit.
           exit.

      *-----------------------------------------------------------*
      * Historico das interfaces da folha: o que foi apurado e     *
      * enviado em cada periodo do ano.                            *
      *-----------------------------------------------------------*
       2000-acumula-folha.
           open input folha-historico
           if inf-status-fhist = "35"
              display "INFREND: FOLHAHIS ausente - nenhuma folha "
                      "gerada ate aqui"
              move 4 to return-code
              go to 2000-acumula-folha-exit
           end-if
           if inf-status-fhist not = "00"
              display "INFREND: erro ao abrir FOLHAHIS - status "
                      inf-status-fhist
              move 16 to return-code
              stop run
           end-if
           perform 2010-le-folha thru 2010-le-folha-exit
               until inf-fim-fhist
           close folha-historico.
       2000-acumula-folha-exit.
           exit.

       2010-le-folha.
           read folha-historico
               at end
                   go to 2010-le-folha-exit
           end-read
           if fhi-periodo(1:4) not = inf-ano
              or fhi-reemissao-cheque
              go to 2010-le-folha-exit
           end-if
           move fhi-periodo(5:2) to inf-mes
           if inf-mes < 1 or inf-mes > 12
              go to 2010-le-folha-exit
           end-if
           move fhi-vendedor to inf-procura-codigo
           perform 2900-localiza-vendedor
              thru 2900-localiza-vendedor-exit
           if inf-posicao = zeros
              go to 2010-le-folha-exit
           end-if
           if fhi-reemissao
              add fhi-liquido
                to inf-vm-reemitido(inf-posicao, inf-mes)
           else
              move fhi-comissao-bruta
                to inf-vm-bruta(inf-posicao, inf-mes)
              move fhi-adiantamento
                to inf-vm-adiant(inf-posicao, inf-mes)
              move fhi-retencao
                to inf-vm-retencao(inf-posicao, inf-mes)
              move fhi-bonus to inf-vm-bonus(inf-posicao, inf-mes)
              move fhi-liquido
                to inf-vm-liquido(inf-posicao, inf-mes)
           end-if.
       2010-le-folha-exit.
           exit.

      *-----------------------------------------------------------*
      * Rejeicoes da folha (FOLHASUSP.DAT ausente vale sem         *
      * rejeicoes): o valor rejeitado nao foi pago no mes enviado. *
      *-----------------------------------------------------------*
       2100-acumula-rejeicoes.
           open input folha-suspense
           if inf-status-susp not = "00"
              go to 2100-acumula-rejeicoes-exit
           end-if
           move zeros to fsp-vendedor
           compute fsp-periodo = inf-ano * 100
           start folha-suspense key not less than fsp-chave
               invalid key
                   move "10" to inf-status-susp
           end-start
           perform 2110-le-rejeicao thru 2110-le-rejeicao-exit
               until inf-status-susp not = "00"
           close folha-suspense.
       2100-acumula-rejeicoes-exit.
           exit.

       2110-le-rejeicao.
           read folha-suspense next record
               at end
                   move "10" to inf-status-susp
                   go to 2110-le-rejeicao-exit
           end-read
           if fsp-periodo(1:4) not = inf-ano
              move "10" to inf-status-susp
              go to 2110-le-rejeicao-exit
           end-if
           move fsp-periodo(5:2) to inf-mes
           if inf-mes < 1 or inf-mes > 12
              go to 2110-le-rejeicao-exit
           end-if
           move fsp-vendedor to inf-procura-codigo
           perform 2900-localiza-vendedor
              thru 2900-localiza-vendedor-exit
           if inf-posicao > zeros
              add fsp-valor to inf-vm-rejeitado(inf-posicao, inf-mes)
           end-if.
       2110-le-rejeicao-exit.
           exit.

      *-----------------------------------------------------------*
      * Cheques de comissao emitidos no ano (CHEQREG.DAT ausente   *
      * vale sem cheques); cheque sustado nao conta.  O IR retido  *
      * no cheque soma nas retencoes do mes.  O cheque prescrito   *
      * (sustado pelo CHQSUST) conta no mes da emissao, como pago: *
      * o valor volta ao vendedor e a reemissao, em cheque ou na   *
      * folha, nao conta de novo.                                  *
      *-----------------------------------------------------------*
       2200-acumula-cheques.
           open input cheque-registro
           if inf-status-cheque not = "00"
              go to 2200-acumula-cheques-exit
           end-if
           perform 2210-le-cheque thru 2210-le-cheque-exit
               until inf-status-cheque not = "00"
           close cheque-registro.
       2200-acumula-cheques-exit.
           exit.

       2210-le-cheque.
           read cheque-registro next record
               at end
                   move "10" to inf-status-cheque
                   go to 2210-le-cheque-exit
           end-read
           if chr-data-emissao(1:4) not = inf-ano
              go to 2210-le-cheque-exit
           end-if
           if chr-sustado and not chr-sustado-prescrito
              go to 2210-le-cheque-exit
           end-if
           if chr-cheque-origem is numeric
              and chr-cheque-origem > zeros
              go to 2210-le-cheque-exit
           end-if
           move chr-data-emissao(5:2) to inf-mes
           if inf-mes < 1 or inf-mes > 12
              go to 2210-le-cheque-exit
           end-if
           move chr-vendedor to inf-procura-codigo
           perform 2900-localiza-vendedor
              thru 2900-localiza-vendedor-exit
           if inf-posicao = zeros
              go to 2210-le-cheque-exit
           end-if
           add chr-valor to inf-vm-cheques(inf-posicao, inf-mes)
           if chr-retencao is numeric
              add chr-retencao
                to inf-vm-retencao(inf-posicao, inf-mes)
           end-if.
       2210-le-cheque-exit.
           exit.

       2500-libera-vendedores.
           perform 2510-libera-um
              thru 2510-libera-um-exit
               varying inf-indice from 1 by 1
               until inf-indice > inf-qtde-vendedores.
       2500-libera-vendedores-exit.
           exit.

       2510-libera-um.
           move inf-vd-codigo(inf-indice) to sif-vendedor
           move inf-indice to sif-indice
           release sif-registro.
       2510-libera-um-exit.
           exit.

      *-----------------------------------------------------------*
      * Localiza o vendedor na tabela do ano, incluindo-o zerado   *
      * na primeira ocorrencia; tabela cheia devolve posicao zero. *
      *-----------------------------------------------------------*
       2900-localiza-vendedor.
           move "N" to inf-achou
           move zeros to inf-posicao
           perform 2910-compara-vendedor
              thru 2910-compara-vendedor-exit
               varying inf-indice from 1 by 1
               until inf-indice > inf-qtde-vendedores
                  or inf-achou = "S"
           if inf-achou = "S"
              go to 2900-localiza-vendedor-exit
           end-if
           if inf-qtde-vendedores not < 500
              add 1 to inf-qtde-descartadas
              go to 2900-localiza-vendedor-exit
           end-if
           add 1 to inf-qtde-vendedores
           move inf-qtde-vendedores to inf-posicao
           initialize inf-vendedor(inf-posicao)
           move inf-procura-codigo to inf-vd-codigo(inf-posicao).
       2900-localiza-vendedor-exit.
           exit.

       2910-compara-vendedor.
           if inf-vd-codigo(inf-indice) = inf-procura-codigo
              move "S" to inf-achou
              move inf-indice to inf-posicao
           end-if.
       2910-compara-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * Um informe por vendedor, em folha propria, e o detalhe do  *
      * vendedor no resumo para o contador.                        *
      *-----------------------------------------------------------*
       3000-imprime-informes.
           perform 3010-proximo-vendedor
              thru 3010-proximo-vendedor-exit
               until inf-sem-mais-ordem.
       3000-imprime-informes-exit.
           exit.

       3010-proximo-vendedor.
           return ordenacao-informe
               at end
                   set inf-sem-mais-ordem to true
                   go to 3010-proximo-vendedor-exit
           end-return
           move sif-indice to inf-posicao
           perform 3100-cabecalho-informe
              thru 3100-cabecalho-informe-exit
           move zeros to inf-tot-bruta inf-tot-bonus inf-tot-adiant
                         inf-tot-retencao inf-tot-pago inf-tot-cheques
           move spaces to ird-detalhe
           move "D" to ird-d-tipo
           move inf-ano to ird-d-ano
           move sif-vendedor to ird-d-vendedor
           move cb-nome to ird-d-nome
           perform 3200-imprime-mes thru 3200-imprime-mes-exit
               varying inf-mes from 1 by 1
               until inf-mes > 12
           perform 3300-fecha-informe thru 3300-fecha-informe-exit.
       3010-proximo-vendedor-exit.
           exit.

       3100-cabecalho-informe.
           move inf-empresa-nome to ce-nome
           move inf-ano to ce-ano
           if inf-qtde-informes = zeros
              write linha-relatorio from cabecalho-empresa
           else
              write linha-relatorio from cabecalho-empresa
                  after advancing page
           end-if
           move inf-empresa-rua to cen-rua
           move inf-empresa-cidade to cen-cidade
           move inf-empresa-uf to cen-uf
           move inf-empresa-cep to cen-cep
           move inf-data-negocio to cen-data
           write linha-relatorio from cabecalho-endereco
               after advancing 1 line
           move sif-vendedor to cb-vendedor
           move "VENDEDOR NAO CADASTRADO" to cb-nome
           move zeros to cb-filial cb-admissao
           if inf-tem-vendedores
              move sif-vendedor to vdr-codigo
              read vendedor-mestre
                  invalid key
                      continue
                  not invalid key
                      move vdr-nome to cb-nome
                      move vdr-filial to cb-filial
                      move vdr-data-admissao to cb-admissao
              end-read
           end-if
           write linha-relatorio from cabecalho-beneficiario
               after advancing 3 lines
           write linha-relatorio from cabecalho-colunas-informe
               after advancing 2 lines.
       3100-cabecalho-informe-exit.
           exit.

      *-----------------------------------------------------------*
      * Liquido pago pela folha no mes: o enviado no fechamento    *
      * mais as reemissoes, menos o que a folha rejeitou.          *
      *-----------------------------------------------------------*
       3200-imprime-mes.
           compute inf-pago-mes =
                   inf-vm-liquido(inf-posicao, inf-mes)
                 + inf-vm-reemitido(inf-posicao, inf-mes)
                 - inf-vm-rejeitado(inf-posicao, inf-mes)
           move inf-mes to inf-mes-edit
           string inf-mes-edit delimited by size
                  "/" delimited by size
                  inf-ano delimited by size
                  into lmi-periodo
           end-string
           move inf-vm-bruta(inf-posicao, inf-mes) to lmi-bruta
           move inf-vm-bonus(inf-posicao, inf-mes) to lmi-bonus
           move inf-vm-adiant(inf-posicao, inf-mes) to lmi-adiant
           move inf-vm-retencao(inf-posicao, inf-mes) to lmi-retencao
           move inf-pago-mes to lmi-pago
           move inf-vm-cheques(inf-posicao, inf-mes) to lmi-cheques
           write linha-relatorio from linha-mes-informe
               after advancing 1 line
           add inf-vm-bruta(inf-posicao, inf-mes) to inf-tot-bruta
           add inf-vm-bonus(inf-posicao, inf-mes) to inf-tot-bonus
           add inf-vm-adiant(inf-posicao, inf-mes) to inf-tot-adiant
           add inf-vm-retencao(inf-posicao, inf-mes)
            to inf-tot-retencao
           add inf-pago-mes to inf-tot-pago
           add inf-vm-cheques(inf-posicao, inf-mes) to inf-tot-cheques
           compute inf-rendimento-mes =
                   inf-vm-bruta(inf-posicao, inf-mes)
                 + inf-vm-bonus(inf-posicao, inf-mes)
           move inf-rendimento-mes to ird-d-rendimento(inf-mes)
           move inf-vm-retencao(inf-posicao, inf-mes)
             to ird-d-retido(inf-mes).
       3200-imprime-mes-exit.
           exit.

       3300-fecha-informe.
           move "TOTAL" to lmi-periodo
           move inf-tot-bruta to lmi-bruta
           move inf-tot-bonus to lmi-bonus
           move inf-tot-adiant to lmi-adiant
           move inf-tot-retencao to lmi-retencao
           move inf-tot-pago to lmi-pago
           move inf-tot-cheques to lmi-cheques
           write linha-relatorio from linha-mes-informe
               after advancing 2 lines
           compute ird-d-total-rendimento =
                   inf-tot-bruta + inf-tot-bonus
           move inf-tot-retencao to ird-d-total-retido
           write ird-detalhe
           add 1 to inf-qtde-informes
           add ird-d-total-rendimento to inf-geral-rendimento
           add inf-tot-retencao to inf-geral-retido.
       3300-fecha-informe-exit.
           exit.

       4000-grava-trailer.
           move spaces to ird-trailer
           move "T" to ird-t-tipo
           move inf-qtde-informes to ird-t-quantidade
           move inf-geral-rendimento to ird-t-total-rendimento
           move inf-geral-retido to ird-t-total-retido
           write ird-trailer.
       4000-grava-trailer-exit.
           exit.
