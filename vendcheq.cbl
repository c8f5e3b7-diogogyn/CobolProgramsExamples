      *                    baixa de compensacao (CHQCONF) e do      *
      *                    relatorio de cheques em aberto           *
      *                    (CHQPEND).                               *
      * 15/10/2026 EQP     Retencao de IR na fonte no cheque: a     *
      *                    comissao do periodo passa pela tabela    *
      *                    IRRF.DAT vigente na data (subrotina      *
      *                    IRRFCALC), o cheque e o extenso saem     *
      *                    pelo liquido, o canhoto mostra bruto, IR *
      *                    retido e liquido, e o retido fica no     *
      *                    CHEQREG e no total da corrida.           *
      * 15/10/2026 EQP     Reemissao dos cheques prescritos: cada   *
      *                    valor pendente em CHQAPAGAR.DAT (sustado *
      *                    pelo CHQSUST) sai num cheque proprio     *
      *                    pelo valor cheio, com o numero do cheque *
      *                    de origem no canhoto e no CHEQREG, e a   *
      *                    entrada fica marcada reemitida.          *
      * 15/10/2026 EQP     Extenso do cheque passa a moeda (BRL)    *
      *                    para a VALEXT.                           *
      * 15/10/2026 EQP     Cheque registrado nasce com a marca de   *
      *                    exportacao para o diario contabil        *
      *                    (GLGERA) em branco.                      *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is chr-numero
               file status is chq-status-registro.

           select cheque-a-pagar assign to "CHQAPAGAR"
               organization is indexed
               access mode is dynamic
               record key is cpg-cheque
               file status is chq-status-apagar.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  cheque-registro.
           copy CHQREG.

       fd  cheque-a-pagar.
           copy CHQAPAG.

       working-storage section.

       copy DATASIS.
       77  chq-cf-moeda         pic x(003) value "BRL".
       77  chq-cf-valor-editado pic x(017) value spaces.

      *-----------------------------------------------------------*
      * Retencao de IR na fonte (IRRFCALC, tabela IRRF.DAT) sobre  *
      * a comissao do periodo: o cheque sai pelo liquido e o       *
      * canhoto mostra bruto, retido e liquido.                    *
      *-----------------------------------------------------------*
       77  chq-data-pagamento   pic 9(08) value zeros.
       77  chq-retencao         pic 9(07)v99 value zeros.
       77  chq-ir-aliquota      pic 9(02)v99 value zeros.
       77  chq-ir-status        pic x(01) value spaces.
           88  chq-ir-sem-tabela       value "1".
       77  chq-liquido          pic 9(07)v99 value zeros.
       77  chq-total-retido     pic 9(09)v99 value zeros.
       77  chq-qtde-sem-tabela  pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Favorecido do cheque em impressao: o vendedor do mestre,   *
      * ou o de um cheque prescrito devolvido em CHQAPAGAR.DAT     *
      * (ausente vale sem reemissoes) - a reemissao sai num cheque *
      * proprio, pelo valor cheio, com o numero de origem.         *
      *-----------------------------------------------------------*
       77  chq-favorecido-codigo pic 9(05) value zeros.
       77  chq-favorecido-nome  pic x(30) value spaces.
       77  chq-cheque-origem    pic 9(07) value zeros.
       77  chq-status-apagar    pic x(02) value spaces.
       77  chq-tem-apagar       pic x(01) value "N".
           88  chq-apagar-aberto       value "S".
       77  chq-qtde-reemitidos  pic 9(05) value zeros.
       77  chq-total-reemitido  pic 9(09)v99 value zeros.

       77  chq-extenso          pic x(200) value spaces.
       77  chq-ext-status       pic x(001) value spaces.

       01  linha-cheque-extenso-2.
           05  filler                pic x(10) value spaces.
           05  lc2-texto             pic x(70).
       01  linha-cheque-canhoto.
           05  filler                pic x(08) value "BRUTO: ".
           05  lch-bruto             pic zzz.zz9,99.
           05  filler                pic x(12) value "  IR FONTE: ".
           05  lch-retencao          pic zzz.zz9,99.
           05  filler                pic x(01) value space.
           05  lch-aliquota          pic z9,99.
           05  filler                pic x(12) value "%  LIQUIDO: ".
           05  lch-liquido           pic zzz.zz9,99.
       01  linha-cheque-reemissao.
           05  filler                pic x(35) value
                  "REEMISSAO DO CHEQUE PRESCRITO NR. ".
           05  lcr-origem            pic 9(07).
           05  filler                pic x(04) value " DE ".
           05  lcr-emissao           pic 9(08).
           05  filler                pic x(17) value
                  " - IR JA RETIDO".
       01  linha-controle-cheques.
           05  lcc-descricao         pic x(26).
           05  filler                pic x(02) value spaces.
       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           accept data-sistema from date yyyymmdd
           move data-sistema to chq-data-pagamento
           perform 2000-percorre-vendedores
              thru 2000-percorre-vendedores-exit
           perform 3200-reemite-prescritos
              thru 3200-reemite-prescritos-exit
           perform 4000-imprime-controle
              thru 4000-imprime-controle-exit
           close vendedor-mestre cheques-relatorio cheque-registro
           if chq-apagar-aberto
              close cheque-a-pagar
           end-if
           stop run.

       1000-abrir-arquivos.
                       chq-status-registro
              move 16 to return-code
              stop run
           end-if
           open i-o cheque-a-pagar
           if chq-status-apagar = "00"
              set chq-apagar-aberto to true
           end-if.
       1000-abrir-arquivos-exit.
           exit.
      * extenso da VALEXT quebrado em duas linhas de impressao.    *
      *-----------------------------------------------------------*
       3000-imprime-cheque.
           perform 3050-calcula-retencao
              thru 3050-calcula-retencao-exit
           move vdr-codigo to chq-favorecido-codigo
           move vdr-nome to chq-favorecido-nome
           move zeros to chq-cheque-origem
           perform 3010-imprime-corpo thru 3010-imprime-corpo-exit
           move vdr-comissao-periodo to lch-bruto
           move chq-retencao to lch-retencao
           move chq-ir-aliquota to lch-aliquota
           move chq-liquido to lch-liquido
           write linha-relatorio from linha-cheque-canhoto
               after advancing 1 line
           add 1 to chq-qtde-cheques
           add chq-liquido to chq-total-pago
           add chq-retencao to chq-total-retido
           perform 3100-registra-cheque
              thru 3100-registra-cheque-exit.
       3000-imprime-cheque-exit.
           exit.

      *-----------------------------------------------------------*
      * Numero do cheque, favorecido, valor e extenso do liquido.  *
      *-----------------------------------------------------------*
       3010-imprime-corpo.
           move "P" to chq-sq-funcao
           move zeros to chq-sq-numero
           call "SEQNUM" using chq-sq-funcao chq-sq-nome
           move chq-sq-numero to chq-numero-cheque
           write linha-relatorio from linha-cheque-topo
               after advancing 2 lines
           move chq-favorecido-nome to lcp-nome
           move chq-numero-cheque to lcp-numero
           write linha-relatorio from linha-cheque-pague
               after advancing 1 line
           move chq-liquido to chq-cf-valor
           call "CURRFMT" using chq-cf-valor chq-cf-moeda
                                 chq-cf-valor-editado
           move chq-cf-valor-editado to lcv-valor
           move ano-sistema to lcv-ano
           write linha-relatorio from linha-cheque-valor
               after advancing 1 line
           move chq-liquido to chq-cf-valor
           call "VALEXT" using chq-cf-valor chq-extenso
                                chq-ext-status chq-cf-moeda
           end-call
           move chq-extenso(1:70) to lce-texto
           write linha-relatorio from linha-cheque-extenso
              move chq-extenso(71:70) to lc2-texto
              write linha-relatorio from linha-cheque-extenso-2
                  after advancing 1 line
           end-if.
       3010-imprime-corpo-exit.
           exit.

      *-----------------------------------------------------------*
      * Retencao de IR sobre a comissao do periodo na data do      *
      * pagamento; sem tabela vigente nada e retido e a corrida    *
      * avisa no fim.                                              *
      *-----------------------------------------------------------*
       3050-calcula-retencao.
           call "IRRFCALC" using chq-data-pagamento
                                 vdr-comissao-periodo
                                 chq-retencao chq-ir-aliquota
                                 chq-ir-status
           end-call
           if chq-ir-sem-tabela
              add 1 to chq-qtde-sem-tabela
           end-if
           compute chq-liquido = vdr-comissao-periodo - chq-retencao.
       3050-calcula-retencao-exit.
           exit.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       3100-registra-cheque.
           move chq-numero-cheque to chr-numero
           move chq-favorecido-codigo to chr-vendedor
           move chq-favorecido-nome to chr-nome
           move chq-liquido to chr-valor
           move chq-retencao to chr-retencao
           move data-sistema to chr-data-emissao
           move "E" to chr-situacao
           move zeros to chr-data-situacao
           move "N" to chr-remetido
           move spaces to chr-motivo-sustacao
           move "N" to chr-aviso-sustacao
           move chq-cheque-origem to chr-cheque-origem
           move space to chr-gl-gerada
           write chr-registro
               invalid key
                   display "Erro ao registrar cheque "
       3100-registra-cheque-exit.
           exit.

      *-----------------------------------------------------------*
      * Reemite num cheque proprio cada valor de cheque prescrito  *
      * ainda pendente em CHQAPAGAR.DAT (a folha pode ter levado   *
      * antes), pelo valor cheio - o IR ja foi retido no cheque de *
      * origem - e marca a entrada com o cheque novo.              *
      *-----------------------------------------------------------*
       3200-reemite-prescritos.
           if not chq-apagar-aberto
              go to 3200-reemite-prescritos-exit
           end-if
           move low-values to cpg-cheque
           start cheque-a-pagar key not less than cpg-cheque
               invalid key
                   move "10" to chq-status-apagar
               not invalid key
                   move "00" to chq-status-apagar
           end-start
           perform 3210-reemite-um thru 3210-reemite-um-exit
               until chq-status-apagar not = "00".
       3200-reemite-prescritos-exit.
           exit.

       3210-reemite-um.
           read cheque-a-pagar next record
               at end
                   move "10" to chq-status-apagar
                   go to 3210-reemite-um-exit
           end-read
           if not cpg-pendente
              go to 3210-reemite-um-exit
           end-if
           move cpg-vendedor to chq-favorecido-codigo
           move cpg-nome to chq-favorecido-nome
           move cpg-cheque to chq-cheque-origem
           move cpg-valor to chq-liquido
           move zeros to chq-retencao
           perform 3010-imprime-corpo thru 3010-imprime-corpo-exit
           move cpg-cheque to lcr-origem
           move cpg-data-emissao to lcr-emissao
           write linha-relatorio from linha-cheque-reemissao
               after advancing 1 line
           add 1 to chq-qtde-cheques chq-qtde-reemitidos
           add chq-liquido to chq-total-pago chq-total-reemitido
           perform 3100-registra-cheque
              thru 3100-registra-cheque-exit
           move "C" to cpg-situacao
           move chq-numero-cheque to cpg-cheque-novo
           move data-sistema to cpg-data-reemissao
           rewrite cpg-registro.
       3210-reemite-um-exit.
           exit.

       4000-imprime-controle.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 2 lines
           move "TOTAL PAGO:" to lcc-descricao
           move chq-total-pago to lcc-valor
           write linha-relatorio from linha-controle-cheques
               after advancing 1 line
           move "TOTAL IR RETIDO NA FONTE:" to lcc-descricao
           move chq-total-retido to lcc-valor
           write linha-relatorio from linha-controle-cheques
               after advancing 1 line
           if chq-qtde-reemitidos > zeros
              move "PRESCRITOS REEMITIDOS:" to lcc-descricao
              move chq-qtde-reemitidos to lcc-valor
              write linha-relatorio from linha-controle-cheques
                  after advancing 1 line
              move "TOTAL REEMITIDO:" to lcc-descricao
              move chq-total-reemitido to lcc-valor
              write linha-relatorio from linha-controle-cheques
                  after advancing 1 line
           end-if
           if chq-qtde-sem-tabela > zeros
              display "VENDCHEQ: sem tabela IRRF vigente - "
                      chq-qtde-sem-tabela " cheques sem retencao"
              move 4 to return-code
           end-if.
       4000-imprime-controle-exit.
           exit.
