      *                    banco, com relatorio das baixas e das    *
      *                    confirmacoes sem cheque correspondente   *
      *                    - a conciliacao bancaria sai do papel.   *
      * 15/10/2026 EQP     Compensacao de cheque ja sustado por     *
      *                    prescricao (CHQSUST) sai destacada no    *
      *                    relatorio e na corrida (return code 4):  *
      *                    o valor ja voltou ao vendedor para       *
      *                    reemissao.                               *
      * 15/10/2026 EQP     Ao fim da corrida registra programa,     *
      *                    periodo, retorno e ocorrencias em        *
      *                    EXECLOG.DAT (subrotina EXECREG) para o   *
      *                    checklist de fechamento do mes           *
      *                    (MESFECH).                               *
      * 15/10/2026 EQP     Arquivo de entrada conferido contra o    *
      *                    registro de arquivos processados         *
      *                    (ARQDUPL/ARQPROC.DAT) antes da carga:    *
      *                    arquivo igual a um ja carregado para a   *
      *                    corrida, salvo liberacao de nivel 3 pelo *
      *                    APRMANUT.                                *
      *-----------------------------------------------------------*

      *****************************************************************
       77  ccf-qtde-sustados    pic 9(05) value zeros.
       77  ccf-qtde-sem-cheque  pic 9(05) value zeros.
       77  ccf-qtde-invalidas   pic 9(05) value zeros.
       77  ccf-qtde-prescritos  pic 9(05) value zeros.
       77  ccf-exec-programa    pic x(08) value "CHQCONF".
       77  ccf-data-real        pic 9(08) value zeros.
       77  ccf-data-negocio     pic 9(08) value zeros.
       77  ccf-exec-periodo     pic 9(06) value zeros.
       77  ccf-exec-retorno     pic 9(04) value zeros.
       77  ccf-exec-ocorrencias pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  ccf-dup-funcao       pic x(01) value "V".
       77  ccf-dup-programa     pic x(08) value "CHQCONF".
       77  ccf-dup-arquivo      pic x(30) value "CHQCONF.DAT".
       77  ccf-dup-chave-inicio pic 9(03) value 1.
       77  ccf-dup-chave-tamanho pic 9(03) value 7.
       77  ccf-dup-resultado    pic x(01) value spaces.
       77  ccf-dup-data-anterior pic 9(08) value zeros.
       77  ccf-dup-liberador    pic x(08) value spaces.

       01  cab-baixa.
           05  filler                pic x(37) value
       procedure division.

       inicio.
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-processa-confirmacoes
              thru 2000-processa-confirmacoes-exit
               until ccf-fim-conf
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close cheque-registro confirmacao-banco baixa-relatorio
           perform 9100-registra-carga
              thru 9100-registra-carga-exit
           perform 9000-registra-execucao
              thru 9000-registra-execucao-exit
           stop run.

      *-----------------------------------------------------------*
      * Arquivo de entrada igual a um ja carregado (mesma          *
      * quantidade, total de controle, primeiro e ultimo registro) *
      * nao entra de novo: a carga para e o pedido de repeticao    *
      * fica no APROVA para a liberacao de nivel 3.  Arquivo       *
      * ausente segue para a conferencia propria da abertura.      *
      *-----------------------------------------------------------*
       0900-verifica-repetido.
           move "V" to ccf-dup-funcao
           call "ARQDUPL" using ccf-dup-funcao ccf-dup-programa
                                ccf-dup-arquivo ccf-dup-chave-inicio
                                ccf-dup-chave-tamanho
                                ccf-dup-resultado
                                ccf-dup-data-anterior
                                ccf-dup-liberador
           end-call
           evaluate ccf-dup-resultado
               when "D"
                   display "CHQCONF: arquivo CHQCONF.DAT igual ao ja "
                           "carregado em " ccf-dup-data-anterior
                   display "CHQCONF: carga recusada - repeticao so "
                           "com liberacao de nivel 3 (APRMANUT)."
                   move 16 to return-code
                   stop run
               when "F"
                   display "CHQCONF: arquivo repetido - carga "
                           "liberada por " ccf-dup-liberador
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open i-o cheque-registro
           if not ccf-registro-ok
                       after advancing 1 line
                   go to 2010-baixa-um-cheque-exit
           end-read
           if cfb-compensado
              and chr-sustado and chr-sustado-prescrito
              perform 2020-avisa-prescrito
                 thru 2020-avisa-prescrito-exit
           end-if
           move cfb-situacao to chr-situacao
           move cfb-data to chr-data-situacao
           rewrite chr-registro
       2010-baixa-um-cheque-exit.
           exit.

      *-----------------------------------------------------------*
      * Cheque sustado por prescricao (CHQSUST) que o banco        *
      * compensou antes da sustacao: o valor ja voltou ao vendedor *
      * em CHQAPAGAR.DAT e pode ter sido reemitido - conferir.     *
      *-----------------------------------------------------------*
       2020-avisa-prescrito.
           add 1 to ccf-qtde-prescritos
           move "PRESCRITO COMPENSADO (CHQSUST):" to lbx-descricao
           move cfb-numero to lbx-numero
           move chr-nome to lbx-complemento
           write linha-relatorio from linha-baixa
               after advancing 1 line.
       2020-avisa-prescrito-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           write linha-relatorio from linha-conta-baixa
               after advancing 1 line
           display "CHQCONF: " ccf-qtde-compensados " compensados, "
                   ccf-qtde-sustados " sustados."
           if ccf-qtde-prescritos > zeros
              display "CHQCONF: " ccf-qtde-prescritos
                      " cheques prescritos compensados - conferir a "
                      "reemissao no CHQSUST."
              move 4 to return-code
           end-if.
       4000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Registra a corrida em EXECLOG.DAT para o checklist de     *
      * fechamento do mes (MESFECH).  O retorno e devolvido ao    *
      * RETURN-CODE depois do CALL.                               *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           call "BUSDATE" using ccf-data-real ccf-data-negocio
           end-call
           move ccf-data-negocio(1:6) to ccf-exec-periodo
           move return-code to ccf-exec-retorno
           compute ccf-exec-ocorrencias = ccf-qtde-sem-cheque
                                        + ccf-qtde-invalidas
           call "EXECREG" using ccf-exec-programa ccf-exec-periodo
                                ccf-exec-retorno ccf-exec-ocorrencias
           end-call
           move ccf-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to ccf-dup-funcao
           call "ARQDUPL" using ccf-dup-funcao ccf-dup-programa
                                ccf-dup-arquivo ccf-dup-chave-inicio
                                ccf-dup-chave-tamanho
                                ccf-dup-resultado
                                ccf-dup-data-anterior
                                ccf-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
