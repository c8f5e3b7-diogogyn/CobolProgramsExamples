      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. depconc.
       author. Dos.
       installation. exercicios de treinamento.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Conciliacao das guias de deposito do     *
      *                    caixa (DEPOSITO.DAT, emitidas no         *
      *                    fechamento do CAIXASES) com o extrato    *
      *                    do banco (EXTBANCO.DAT): cada credito    *
      *                    casa com a guia pelo numero e a guia     *
      *                    fica conciliada quando os creditos       *
      *                    somam o valor dela.  Relatorio dos       *
      *                    creditos sem guia e das guias sem        *
      *                    credito ou com diferenca de valor ha     *
      *                    mais dias que o prazo do DEPCONC.PRM -   *
      *                    o dinheiro que sai da gaveta passa a     *
      *                    ser seguido ate o banco.                 *
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
           select deposito-arq assign to "DEPOSITO"
               organization is indexed
               access mode is dynamic
               record key is dep-numero
               file status is dcc-status-deposito.

           select extrato-banco assign to "EXTBANCO.DAT"
               organization is line sequential
               file status is dcc-status-extrato.

           select arq-parametros assign to "DEPCONC.PRM"
               organization is line sequential
               file status is dcc-status-parm.

           select conciliacao-relatorio assign to "DEPCONC.RPT"
               organization is line sequential
               file status is dcc-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  deposito-arq.
           copy DEPOSREC.

       fd  extrato-banco.
      *-----------------------------------------------------------*
      * Linha do extrato do banco: data do lancamento, tipo (C =   *
      * credito, D = debito), numero da guia informado no          *
      * deposito (zeros = nao identificado), moeda, valor e        *
      * historico do banco.                                        *
      *-----------------------------------------------------------*
       01  exb-registro.
           05  exb-data              pic 9(008).
           05  exb-tipo              pic x(001).
               88  exb-credito             value "C".
               88  exb-debito              value "D".
           05  exb-deposito          pic 9(007).
           05  exb-moeda             pic x(003).
           05  exb-valor             pic 9(009)v99.
           05  exb-historico         pic x(030).

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  conciliacao-relatorio.
       01  linha-relatorio           pic x(110).

       working-storage section.

       77  dcc-status-deposito  pic x(02) value spaces.
           88  dcc-deposito-ok         value "00".
       77  dcc-status-extrato   pic x(02) value spaces.
           88  dcc-fim-extrato         value "10".
       77  dcc-status-parm      pic x(02) value spaces.
       77  dcc-status-relat     pic x(02) value spaces.

       77  dcc-prm-prazo        pic x(04) value spaces.
       77  dcc-prazo-dias       pic 9(03) value 3.
       77  dcc-data-real        pic 9(08) value zeros.
       77  dcc-data-negocio     pic 9(08) value zeros.
       77  dcc-dias-referencia  pic 9(07) value zeros.
       77  dcc-dias-data        pic 9(07) value zeros.
       77  dcc-idade-dias       pic s9(05) value zeros.

       77  dcc-qtde-lidas       pic 9(05) value zeros.
       77  dcc-qtde-debitos     pic 9(05) value zeros.
       77  dcc-qtde-invalidas   pic 9(05) value zeros.
       77  dcc-qtde-casados     pic 9(05) value zeros.
       77  dcc-qtde-sem-guia    pic 9(05) value zeros.
       77  dcc-total-sem-guia   pic 9(011)v99 value zeros.
       77  dcc-qtde-conciliadas pic 9(05) value zeros.
       77  dcc-qtde-pend-velhas pic 9(05) value zeros.
       77  dcc-total-pend-velhas pic 9(011)v99 value zeros.
       77  dcc-qtde-pend-prazo  pic 9(05) value zeros.
       77  dcc-qtde-div-velhas  pic 9(05) value zeros.
       77  dcc-qtde-div-prazo   pic 9(05) value zeros.
       77  dcc-diferenca        pic s9(009)v99 value zeros.

      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  dcc-dup-funcao       pic x(01) value "V".
       77  dcc-dup-programa     pic x(08) value "DEPCONC".
       77  dcc-dup-arquivo      pic x(30) value "EXTBANCO.DAT".
       77  dcc-dup-chave-inicio pic 9(03) value 10.
       77  dcc-dup-chave-tamanho pic 9(03) value 7.
       77  dcc-dup-resultado    pic x(01) value spaces.
       77  dcc-dup-data-anterior pic 9(08) value zeros.
       77  dcc-dup-liberador    pic x(08) value spaces.

       01  cab-conciliacao.
           05  filler                pic x(46) value
                  "CONCILIACAO DE DEPOSITOS DO CAIXA COM O BANCO".
           05  filler                pic x(10) value "   DATA: ".
           05  cc-data               pic 9(08).
           05  filler                pic x(10) value "   PRAZO: ".
           05  cc-prazo              pic zz9.
           05  filler                pic x(05) value " DIAS".
       01  cab-secao.
           05  cs-titulo             pic x(60).
       01  cab-colunas.
           05  filler                pic x(08) value "GUIA".
           05  filler                pic x(08) value "FILIAL".
           05  filler                pic x(06) value "MOEDA".
           05  filler                pic x(10) value "DATA".
           05  filler                pic x(18) value "      VALOR GUIA".
           05  filler                pic x(18) value "     VALOR BANCO".
           05  filler                pic x(18) value "       DIFERENCA".
           05  filler                pic x(06) value " DIAS".
       01  linha-guia-conc.
           05  lgc-numero            pic 9(07).
           05  filler                pic x(03) value spaces.
           05  lgc-filial            pic 9(03).
           05  filler                pic x(03) value spaces.
           05  lgc-moeda             pic x(03).
           05  filler                pic x(03) value spaces.
           05  lgc-data              pic 9(08).
           05  filler                pic x(02) value spaces.
           05  lgc-valor             pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value spaces.
           05  lgc-valor-banco       pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(01) value spaces.
           05  lgc-diferenca         pic -z.zzz.zzz.zz9,99.
           05  filler                pic x(01) value spaces.
           05  lgc-dias              pic zzzz9.
       01  linha-credito-conc.
           05  lcr-data              pic 9(08).
           05  filler                pic x(02) value spaces.
           05  lcr-deposito          pic 9(07).
           05  filler                pic x(02) value spaces.
           05  lcr-moeda             pic x(03).
           05  filler                pic x(02) value spaces.
           05  lcr-valor             pic zz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lcr-motivo            pic x(24).
           05  filler                pic x(02) value spaces.
           05  lcr-historico         pic x(30).
       01  linha-conta-conc.
           05  lcc-descricao         pic x(40).
           05  lcc-quantidade        pic zzzzz9.
           05  filler                pic x(02) value spaces.
           05  lcc-valor             pic zz.zzz.zzz.zz9,99.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using dcc-data-real dcc-data-negocio
           end-call
           move function integer-of-date(dcc-data-negocio)
                to dcc-dias-referencia
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-processa-extrato
              thru 2000-processa-extrato-exit
               until dcc-fim-extrato
           perform 3000-relaciona-guias thru 3000-relaciona-guias-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close deposito-arq extrato-banco conciliacao-relatorio
           if dcc-qtde-sem-guia > zeros
              or dcc-qtde-pend-velhas > zeros
              or dcc-qtde-div-velhas > zeros
              move 4 to return-code
           end-if
           perform 9100-registra-carga
              thru 9100-registra-carga-exit
           stop run.

      *-----------------------------------------------------------*
      * DEPCONC.PRM: prazo em dias desde a data da guia para a     *
      * guia sem credito ou com diferenca sair como pendencia      *
      * (sem parametro, 3 dias - o tempo do malote).               *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if dcc-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";" or space
               into dcc-prm-prazo
           end-unstring
           if dcc-prm-prazo = spaces
              go to 1100-le-parametro-exit
           end-if
           compute dcc-prazo-dias = function numval(dcc-prm-prazo)
               on size error
                   move zeros to dcc-prazo-dias
           end-compute
           if dcc-prazo-dias = zeros
              display "DEPCONC: prazo invalido em DEPCONC.PRM - "
                      dcc-prm-prazo
              move 16 to return-code
              stop run
           end-if.
       1100-le-parametro-exit.
           exit.

      *-----------------------------------------------------------*
      * Arquivo de entrada igual a um ja carregado (mesma          *
      * quantidade, total de controle, primeiro e ultimo registro) *
      * nao entra de novo: a carga para e o pedido de repeticao    *
      * fica no APROVA para a liberacao de nivel 3.  Arquivo       *
      * ausente segue para a conferencia propria da abertura.      *
      *-----------------------------------------------------------*
       0900-verifica-repetido.
           move "V" to dcc-dup-funcao
           call "ARQDUPL" using dcc-dup-funcao dcc-dup-programa
                                dcc-dup-arquivo dcc-dup-chave-inicio
                                dcc-dup-chave-tamanho
                                dcc-dup-resultado
                                dcc-dup-data-anterior
                                dcc-dup-liberador
           end-call
           evaluate dcc-dup-resultado
               when "D"
                   display "DEPCONC: arquivo EXTBANCO.DAT igual ao ja "
                           "carregado em " dcc-dup-data-anterior
                   display "DEPCONC: carga recusada - repeticao so "
                           "com liberacao de nivel 3 (APRMANUT)."
                   move 16 to return-code
                   stop run
               when "F"
                   display "DEPCONC: arquivo repetido - carga "
                           "liberada por " dcc-dup-liberador
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open i-o deposito-arq
           if not dcc-deposito-ok
              display "DEPCONC: guias DEPOSITO indisponiveis - "
                      "status " dcc-status-deposito
              move 16 to return-code
              stop run
           end-if
           open input extrato-banco
           if dcc-status-extrato not = "00"
              display "DEPCONC: extrato do banco ausente - "
                      "status " dcc-status-extrato
              move 16 to return-code
              stop run
           end-if
           open output conciliacao-relatorio
           move dcc-data-negocio to cc-data
           move dcc-prazo-dias to cc-prazo
           write linha-relatorio from cab-conciliacao
           move "CREDITOS DO BANCO SEM GUIA CORRESPONDENTE"
             to cs-titulo
           write linha-relatorio from cab-secao
               after advancing 2 lines
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Cada credito soma no valor do banco da guia de mesmo       *
      * numero; a guia fica conciliada quando a soma bate com o    *
      * valor dela e divergente enquanto nao bate.  Credito sem    *
      * guia, em moeda diferente ou para guia ja conciliada sai    *
      * no relatorio.                                              *
      *-----------------------------------------------------------*
       2000-processa-extrato.
           read extrato-banco
               at end
                   set dcc-fim-extrato to true
                   go to 2000-processa-extrato-exit
           end-read
           add 1 to dcc-qtde-lidas
           if exb-debito
              add 1 to dcc-qtde-debitos
              go to 2000-processa-extrato-exit
           end-if
           if not exb-credito
              or exb-valor is not numeric
              or exb-deposito is not numeric
              add 1 to dcc-qtde-invalidas
              go to 2000-processa-extrato-exit
           end-if
           if exb-deposito = zeros
              move "SEM NUMERO DE GUIA" to lcr-motivo
              perform 2100-aponta-credito
                 thru 2100-aponta-credito-exit
              go to 2000-processa-extrato-exit
           end-if
           move exb-deposito to dep-numero
           read deposito-arq
               invalid key
                   move "GUIA INEXISTENTE" to lcr-motivo
                   perform 2100-aponta-credito
                      thru 2100-aponta-credito-exit
                   go to 2000-processa-extrato-exit
           end-read
           if exb-moeda not = dep-moeda
              move "MOEDA DIFERENTE DA GUIA" to lcr-motivo
              perform 2100-aponta-credito
                 thru 2100-aponta-credito-exit
              go to 2000-processa-extrato-exit
           end-if
           if dep-conciliado
              move "GUIA JA CONCILIADA" to lcr-motivo
              perform 2100-aponta-credito
                 thru 2100-aponta-credito-exit
              go to 2000-processa-extrato-exit
           end-if
           add exb-valor to dep-valor-banco
           move exb-data to dep-data-banco
           if dep-valor-banco = dep-valor
              move "C" to dep-situacao
           else
              move "D" to dep-situacao
           end-if
           rewrite dep-registro
               invalid key
                   display "DEPCONC: erro ao regravar a guia "
                           dep-numero " - status "
                           dcc-status-deposito
           end-rewrite
           add 1 to dcc-qtde-casados.
       2000-processa-extrato-exit.
           exit.

       2100-aponta-credito.
           add 1 to dcc-qtde-sem-guia
           add exb-valor to dcc-total-sem-guia
           move exb-data to lcr-data
           move exb-deposito to lcr-deposito
           move exb-moeda to lcr-moeda
           move exb-valor to lcr-valor
           move exb-historico to lcr-historico
           write linha-relatorio from linha-credito-conc
               after advancing 1 line.
       2100-aponta-credito-exit.
           exit.

      *-----------------------------------------------------------*
      * Guias ainda sem credito ou com diferenca: passado o prazo  *
      * saem no relatorio; dentro do prazo so na contagem (o       *
      * deposito pode estar a caminho).                            *
      *-----------------------------------------------------------*
       3000-relaciona-guias.
           move "GUIAS SEM CREDITO OU COM DIFERENCA FORA DO PRAZO"
             to cs-titulo
           write linha-relatorio from cab-secao
               after advancing 3 lines
           write linha-relatorio from cab-colunas
               after advancing 2 lines
           move zeros to dep-numero
           start deposito-arq key not less than dep-numero
               invalid key
                   move "10" to dcc-status-deposito
               not invalid key
                   move "00" to dcc-status-deposito
           end-start
           perform 3010-avalia-uma-guia
              thru 3010-avalia-uma-guia-exit
               until dcc-status-deposito not = "00".
       3000-relaciona-guias-exit.
           exit.

       3010-avalia-uma-guia.
           read deposito-arq next record
               at end
                   move "10" to dcc-status-deposito
                   go to 3010-avalia-uma-guia-exit
           end-read
           if dep-conciliado
              add 1 to dcc-qtde-conciliadas
              go to 3010-avalia-uma-guia-exit
           end-if
           move function integer-of-date(dep-data) to dcc-dias-data
           compute dcc-idade-dias =
                   dcc-dias-referencia - dcc-dias-data
           if dcc-idade-dias not > dcc-prazo-dias
              if dep-divergente
                 add 1 to dcc-qtde-div-prazo
              else
                 add 1 to dcc-qtde-pend-prazo
              end-if
              go to 3010-avalia-uma-guia-exit
           end-if
           if dep-divergente
              add 1 to dcc-qtde-div-velhas
           else
              add 1 to dcc-qtde-pend-velhas
              add dep-valor to dcc-total-pend-velhas
           end-if
           compute dcc-diferenca = dep-valor-banco - dep-valor
           move dep-numero to lgc-numero
           move dep-filial to lgc-filial
           move dep-moeda to lgc-moeda
           move dep-data to lgc-data
           move dep-valor to lgc-valor
           move dep-valor-banco to lgc-valor-banco
           move dcc-diferenca to lgc-diferenca
           move dcc-idade-dias to lgc-dias
           write linha-relatorio from linha-guia-conc
               after advancing 1 line.
       3010-avalia-uma-guia-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 2 lines
           move "LINHAS DO EXTRATO LIDAS:" to lcc-descricao
           move dcc-qtde-lidas to lcc-quantidade
           move zeros to lcc-valor
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "DEBITOS (IGNORADOS):" to lcc-descricao
           move dcc-qtde-debitos to lcc-quantidade
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "LINHAS INVALIDAS:" to lcc-descricao
           move dcc-qtde-invalidas to lcc-quantidade
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "CREDITOS CASADOS COM GUIA:" to lcc-descricao
           move dcc-qtde-casados to lcc-quantidade
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "CREDITOS SEM GUIA:" to lcc-descricao
           move dcc-qtde-sem-guia to lcc-quantidade
           move dcc-total-sem-guia to lcc-valor
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "GUIAS CONCILIADAS:" to lcc-descricao
           move dcc-qtde-conciliadas to lcc-quantidade
           move zeros to lcc-valor
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "GUIAS SEM CREDITO FORA DO PRAZO:" to lcc-descricao
           move dcc-qtde-pend-velhas to lcc-quantidade
           move dcc-total-pend-velhas to lcc-valor
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "GUIAS COM DIFERENCA FORA DO PRAZO:"
             to lcc-descricao
           move dcc-qtde-div-velhas to lcc-quantidade
           move zeros to lcc-valor
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "GUIAS SEM CREDITO DENTRO DO PRAZO:"
             to lcc-descricao
           move dcc-qtde-pend-prazo to lcc-quantidade
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           move "GUIAS COM DIFERENCA DENTRO DO PRAZO:"
             to lcc-descricao
           move dcc-qtde-div-prazo to lcc-quantidade
           write linha-relatorio from linha-conta-conc
               after advancing 1 line
           display "DEPCONC: " dcc-qtde-casados " creditos casados, "
                   dcc-qtde-sem-guia " sem guia, "
                   dcc-qtde-pend-velhas " guias sem credito.".
       4000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to dcc-dup-funcao
           call "ARQDUPL" using dcc-dup-funcao dcc-dup-programa
                                dcc-dup-arquivo dcc-dup-chave-inicio
                                dcc-dup-chave-tamanho
                                dcc-dup-resultado
                                dcc-dup-data-anterior
                                dcc-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
