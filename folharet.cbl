      *                    x rejeitado x sem retorno - a comissao   *
      *                    rejeitada deixa de sumir ate o           *
      *                    vendedor reclamar.                       *
      * 15/10/2026 EQP     O detalhe de bonus de concurso ("B") do  *
      *                    FOLHAINT passou a ser casado com o       *
      *                    retorno como o de comissao; comissao e   *
      *                    bonus rejeitados do mesmo vendedor somam *
      *                    numa unica pendencia do suspense.        *
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

      *-----------------------------------------------------------*
      * Visao de trabalho sobre o registro enviado (layout do      *
      * FOLHAINT gerado pelo PERICTL: H/D/B/T; o detalhe de bonus  *
      * de concurso "B" tem o mesmo desenho do "D").               *
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  frt-dup-funcao       pic x(01) value "V".
       77  frt-dup-programa     pic x(08) value "FOLHARET".
       77  frt-dup-arquivo      pic x(30) value "FOLHARET.DAT".
       77  frt-dup-chave-inicio pic 9(03) value 2.
       77  frt-dup-chave-tamanho pic 9(03) value 5.
       77  frt-dup-resultado    pic x(01) value spaces.
       77  frt-dup-data-anterior pic 9(08) value zeros.
       77  frt-dup-liberador    pic x(08) value spaces.

       01  frt-env-detalhe.
           05  frt-env-tipo          pic x(01).
           05  frt-env-codigo        pic 9(05).
       77  frt-total-rejeitado  pic 9(011)v99 value zeros.
       77  frt-qtde-sem-casar   pic 9(05) value zeros.
       77  frt-qtde-sem-retorno pic 9(05) value zeros.
       77  frt-exec-programa    pic x(08) value "FOLHARET".
       77  frt-exec-periodo     pic 9(06) value zeros.
       77  frt-exec-retorno     pic 9(04) value zeros.
       77  frt-exec-ocorrencias pic 9(07) value zeros.

       01  cab-retorno.
           05  filler                pic x(42) value
       procedure division.

       inicio.
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-carrega-envio thru 1100-carrega-envio-exit
           perform 2000-processa-retorno
              or frt-qtde-sem-retorno > zeros
              move 4 to return-code
           end-if
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
           move "V" to frt-dup-funcao
           call "ARQDUPL" using frt-dup-funcao frt-dup-programa
                                frt-dup-arquivo frt-dup-chave-inicio
                                frt-dup-chave-tamanho
                                frt-dup-resultado
                                frt-dup-data-anterior
                                frt-dup-liberador
           end-call
           evaluate frt-dup-resultado
               when "D"
                   display "FOLHARET: arquivo FOLHARET.DAT igual ao ja "
                           "carregado em " frt-dup-data-anterior
                   display "FOLHARET: carga recusada - repeticao so "
                           "com liberacao de nivel 3 (APRMANUT)."
                   move 16 to return-code
                   stop run
               when "F"
                   display "FOLHARET: arquivo repetido - carga "
                           "liberada por " frt-dup-liberador
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open input folha-enviada
           if frt-status-envio not = "00"
                           move env-registro(2:6)
                             to frt-periodo-envio
                       when "D"
                       when "B"
                           move env-registro(1:15)
                             to frt-env-detalhe
                           if frt-qtde-envio < 1000
           move zeros to fsp-periodo-reemissao
           write fsp-registro
               invalid key
                   perform 2035-soma-suspense
                      thru 2035-soma-suspense-exit
           end-write.
       2030-estaciona-suspense-exit.
           exit.

      *-----------------------------------------------------------*
      * Vendedor que ja tem rejeicao pendente no periodo (comissao *
      * e bonus de concurso rejeitados juntos): o valor desta      *
      * rejeicao soma na pendencia existente, reemitida inteira.   *
      *-----------------------------------------------------------*
       2035-soma-suspense.
           read folha-suspense
               invalid key
                   go to 2035-soma-suspense-exit
           end-read
           if fsp-pendente
              add frt-ev-valor(frt-posicao) to fsp-valor
           else
              move frt-ev-valor(frt-posicao) to fsp-valor
              move "P" to fsp-situacao
              move zeros to fsp-periodo-reemissao
           end-if
           move ret-motivo to fsp-motivo
           move data-sistema to fsp-data-retorno
           rewrite fsp-registro.
       2035-soma-suspense-exit.
           exit.

       3000-varre-sem-retorno.
           perform 3010-verifica-um-envio
              thru 3010-verifica-um-envio-exit
                   " rejeicoes estacionadas no suspense.".
       4000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Registra a corrida em EXECLOG.DAT para o checklist de     *
      * fechamento do mes (MESFECH).  O retorno e devolvido ao    *
      * RETURN-CODE depois do CALL.                               *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           move frt-periodo-envio to frt-exec-periodo
           move return-code to frt-exec-retorno
           compute frt-exec-ocorrencias = frt-qtde-rejeitadas
                                        + frt-qtde-sem-casar
                                        + frt-qtde-sem-retorno
           call "EXECREG" using frt-exec-programa frt-exec-periodo
                                frt-exec-retorno frt-exec-ocorrencias
           end-call
           move frt-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to frt-dup-funcao
           call "ARQDUPL" using frt-dup-funcao frt-dup-programa
                                frt-dup-arquivo frt-dup-chave-inicio
                                frt-dup-chave-tamanho
                                frt-dup-resultado
                                frt-dup-data-anterior
                                frt-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
