      *                    (entrevistador, rota, data, aceita ou    *
      *                    rejeitada), de onde o ONIBQUAL apura a   *
      *                    taxa de rejeicao por entrevistador.      *
      * 15/10/2026 EQP     Campos EMBARQUE;DESEMBARQUE no fim da    *
      *                    linha delimitada, conferidos contra as   *
      *                    paradas ativas da rota (PARADAS.DAT) e   *
      *                    gravados na resposta; rota sem paradas   *
      *                    aceita os campos vazios.  Imagens do     *
      *                    diario ONIBCORR acompanham o registro    *
      *                    ampliado.                                *
      * 15/10/2026 EQP     Arquivo de entrada conferido contra o    *
      *                    registro de arquivos processados         *
      *                    (ARQDUPL/ARQPROC.DAT) antes da carga:    *
      *                    arquivo igual a um ja carregado para a   *
      *                    corrida, salvo liberacao de nivel 3 pelo *
      *                    APRMANUT.                                *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is oci-status-qlog.

           select rota-paradas assign to "PARADAS"
               organization is indexed
               access mode is dynamic
               record key is par-chave
               file status is oci-status-parada.

           select correcao-log assign to "ONIBCORR"
               organization is line sequential
               file status is oci-status-corr.
       fd  entrevistador-mestre.
           copy ENTREC.

       fd  rota-paradas.
           copy PARADREC.

       fd  qualidade-log.
       01  qlg-registro.
           05  qlg-entrevistador     pic 9(04).
      *-----------------------------------------------------------*
       01  crl-registro.
           05  crl-data-carga        pic 9(08).
           05  crl-imagem-antes      pic x(41).
           05  crl-imagem-depois     pic x(41).

       working-storage section.

           88  oci-rota-ok             value "00".
       77  oci-status-relat     pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  oci-dup-funcao       pic x(01) value "V".
       77  oci-dup-programa     pic x(08) value "ONIBCARG".
       77  oci-dup-arquivo      pic x(30) value "ONIBCARGA".
       77  oci-dup-chave-inicio pic 9(03) value 1.
       77  oci-dup-chave-tamanho pic 9(03) value 40.
       77  oci-dup-resultado    pic x(01) value spaces.
       77  oci-dup-data-anterior pic 9(08) value zeros.
       77  oci-dup-liberador    pic x(08) value spaces.

       01  oci-campos-entrada.
           05  oci-ent-rota          pic x(06).
           05  oci-ent-data          pic x(10).
           05  oci-ent-altura        pic x(05).
           05  oci-ent-filial        pic x(04).
           05  oci-ent-entrev        pic x(05).
           05  oci-ent-embarque      pic x(05).
           05  oci-ent-desembarque   pic x(05).

       77  oci-rota             pic 9(04) value zeros.
       77  oci-data             pic 9(08) value zeros.
       77  oci-tem-entrev       pic x(01) value "N".
           88  oci-entrev-ok           value "S".
       77  oci-status-qlog      pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Paradas de embarque e desembarque: obrigatorias e          *
      * conferidas contra as paradas ativas quando a rota tem      *
      * paradas cadastradas (PARADAS.DAT); na rota sem paradas os  *
      * campos ficam vazios e gravam zeros.                        *
      *-----------------------------------------------------------*
       77  oci-status-parada    pic x(02) value spaces.
       77  oci-tem-paradas      pic x(01) value "N".
           88  oci-paradas-ok          value "S".
       77  oci-rota-paradas     pic x(01) value "N".
           88  oci-rota-com-paradas    value "S".
       77  oci-embarque         pic 9(03) value zeros.
       77  oci-desembarque      pic 9(03) value zeros.
       77  oci-parada           pic 9(03) value zeros.
       77  oci-status-corr      pic x(02) value spaces.

       copy DATASIS.
       procedure division.

       inicio.
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-monta-sequenciais
              thru 1100-monta-sequenciais-exit
           if oci-entrev-ok
              close entrevistador-mestre
           end-if
           if oci-paradas-ok
              close rota-paradas
           end-if
           close carga-entrada resposta-onibus rota-mestre
                 carga-relatorio qualidade-log
           if oci-qtde-rejeitadas > zeros
              or oci-qtde-corr-orfas > zeros
              move 4 to return-code
           end-if
           perform 9100-registra-carga
              thru 9100-registra-carga-exit
           stop run.

      *-----------------------------------------------------------*
      * Arquivo de entrada igual a um ja carregado (mesma          *
      * quantidade, total de controle, primeiro e ultimo registro) *
      * nao entra de novo: a carga para e o pedido de repeticao    *
      * fica no APROVA para a liberacao de nivel 3.  Arquivo       *
      * ausente segue para a conferencia propria da abertura.      *
      *-----------------------------------------------------------*
       0900-verifica-repetido.
           move "V" to oci-dup-funcao
           call "ARQDUPL" using oci-dup-funcao oci-dup-programa
                                oci-dup-arquivo oci-dup-chave-inicio
                                oci-dup-chave-tamanho
                                oci-dup-resultado
                                oci-dup-data-anterior
                                oci-dup-liberador
           end-call
           evaluate oci-dup-resultado
               when "D"
                   display "ONIBCARGA: arquivo ONIBCARGA igual ao ja "
                           "carregado em " oci-dup-data-anterior
                   display "ONIBCARGA: carga recusada - repeticao so "
                           "com liberacao de nivel 3 (APRMANUT)."
                   move 16 to return-code
                   stop run
               when "F"
                   display "ONIBCARGA: arquivo repetido - carga "
                           "liberada por " oci-dup-liberador
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open input carga-entrada
           if oci-status-entrada not = "00"
           if oci-status-entrev = "00"
              move "S" to oci-tem-entrev
           end-if
           open input rota-paradas
           if oci-status-parada = "00"
              move "S" to oci-tem-paradas
           end-if
           open extend qualidade-log
           if oci-status-qlog = "35"
              open output qualidade-log
                    oci-ent-altura
                    oci-ent-filial
                    oci-ent-entrev
                    oci-ent-embarque
                    oci-ent-desembarque
           end-unstring
           move zeros to oci-embarque oci-desembarque
           perform 3000-valida-linha thru 3000-valida-linha-exit
           if oci-reg-valido
              perform 3050-valida-paradas
                 thru 3050-valida-paradas-exit
           end-if
           perform 3700-grava-qualidade
              thru 3700-grava-qualidade-exit
           if oci-reg-valido
       3000-valida-linha-exit.
           exit.

      *-----------------------------------------------------------*
      * Embarque e desembarque contra as paradas da rota, com as   *
      * mesmas regras da tela de coleta.                           *
      *-----------------------------------------------------------*
       3050-valida-paradas.
           move "N" to oci-rota-paradas
           if oci-paradas-ok
              move oci-rota to par-rota
              move zeros to par-codigo
              start rota-paradas key not less than par-chave
                  invalid key
                      move "10" to oci-status-parada
                  not invalid key
                      move "00" to oci-status-parada
              end-start
              if oci-status-parada = "00"
                 read rota-paradas next record
                     at end
                         move "10" to oci-status-parada
                 end-read
                 if oci-status-parada = "00"
                    and par-rota = oci-rota
                    move "S" to oci-rota-paradas
                 end-if
              end-if
           end-if
           if not oci-rota-com-paradas
              if oci-ent-embarque not = spaces
                 or oci-ent-desembarque not = spaces
                 set oci-reg-invalido to true
                 move "ROTA SEM PARADAS CADASTRADAS"
                      to oci-motivo-rejeicao
              end-if
              go to 3050-valida-paradas-exit
           end-if
           move oci-ent-embarque to oci-num-campo
           perform 5100-valida-numerico
              thru 5100-valida-numerico-exit
           if oci-num-erro
              set oci-reg-invalido to true
              move "PARADA DE EMBARQUE INVALIDA"
                   to oci-motivo-rejeicao
              go to 3050-valida-paradas-exit
           end-if
           move function numval(oci-ent-embarque) to oci-embarque
           move oci-embarque to oci-parada
           perform 3060-confere-parada thru 3060-confere-parada-exit
           if oci-reg-invalido
              go to 3050-valida-paradas-exit
           end-if
           move oci-ent-desembarque to oci-num-campo
           perform 5100-valida-numerico
              thru 5100-valida-numerico-exit
           if oci-num-erro
              set oci-reg-invalido to true
              move "PARADA DE DESEMBARQUE INVALIDA"
                   to oci-motivo-rejeicao
              go to 3050-valida-paradas-exit
           end-if
           move function numval(oci-ent-desembarque)
             to oci-desembarque
           if oci-desembarque = oci-embarque
              set oci-reg-invalido to true
              move "DESEMBARQUE IGUAL AO EMBARQUE"
                   to oci-motivo-rejeicao
              go to 3050-valida-paradas-exit
           end-if
           move oci-desembarque to oci-parada
           perform 3060-confere-parada thru 3060-confere-parada-exit.
       3050-valida-paradas-exit.
           exit.

       3060-confere-parada.
           move oci-rota to par-rota
           move oci-parada to par-codigo
           read rota-paradas
               invalid key
                   set oci-reg-invalido to true
                   move "PARADA INEXISTENTE NA ROTA"
                        to oci-motivo-rejeicao
                   go to 3060-confere-parada-exit
           end-read
           if par-desativada
              set oci-reg-invalido to true
              move "PARADA DESATIVADA NA ROTA"
                   to oci-motivo-rejeicao
           end-if.
       3060-confere-parada-exit.
           exit.

       3500-grava-resposta.
           perform 1130-procura-par thru 1130-procura-par-exit
           add 1 to oci-par-seq(oci-posicao)
           move oci-altura to ob-altura
           move oci-filial to ob-filial
           move oci-entrevistador to ob-entrevistador
           move oci-embarque to ob-parada-embarque
           move oci-desembarque to ob-parada-desembarque
           move "A" to ob-situacao
           write ob-registro
           add 1 to oci-qtde-aceitas
           end-if.
       5110-valida-um-caracter-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to oci-dup-funcao
           call "ARQDUPL" using oci-dup-funcao oci-dup-programa
                                oci-dup-arquivo oci-dup-chave-inicio
                                oci-dup-chave-tamanho
                                oci-dup-resultado
                                oci-dup-data-anterior
                                oci-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
