      *                    listagem de conferencia em vez de        *
      *                    entrar, acabando com o dolar dez vezes   *
      *                    maior digitado da tela do bureau.        *
      * 15/10/2026 EQP     Arquivo de entrada conferido contra o    *
      *                    registro de arquivos processados         *
      *                    (ARQDUPL/ARQPROC.DAT) antes da carga:    *
      *                    arquivo igual a um ja carregado para a   *
      *                    corrida, salvo liberacao de nivel 3 pelo *
      *                    APRMANUT.                                *
      *-----------------------------------------------------------*

      *****************************************************************
       77  ccg-status-susp      pic x(02) value spaces.
       77  ccg-status-relat     pic x(02) value spaces.

      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  ccg-dup-funcao       pic x(01) value "V".
       77  ccg-dup-programa     pic x(08) value "CAMCARGA".
       77  ccg-dup-arquivo      pic x(30) value "CAMCARGA.DAT".
       77  ccg-dup-chave-inicio pic 9(03) value 1.
       77  ccg-dup-chave-tamanho pic 9(03) value 30.
       77  ccg-dup-resultado    pic x(01) value spaces.
       77  ccg-dup-data-anterior pic 9(08) value zeros.
       77  ccg-dup-liberador    pic x(08) value spaces.

       01  ccg-campos-entrada.
           05  ccg-ent-moeda         pic x(05).
           05  ccg-ent-data          pic x(10).
           if ccg-tolerancia = zeros
              move 10 to ccg-tolerancia
           end-if
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-processa-carga thru 2000-processa-carga-exit
               until ccg-fim-entrada
              or ccg-qtde-lidas = zeros
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
           move "V" to ccg-dup-funcao
           call "ARQDUPL" using ccg-dup-funcao ccg-dup-programa
                                ccg-dup-arquivo ccg-dup-chave-inicio
                                ccg-dup-chave-tamanho
                                ccg-dup-resultado
                                ccg-dup-data-anterior
                                ccg-dup-liberador
           end-call
           evaluate ccg-dup-resultado
               when "D"
                   display "CAMCARGA: arquivo CAMCARGA.DAT igual ao ja "
                           "carregado em " ccg-dup-data-anterior
                       at 0710
                   display "Carga recusada - repeticao so com "
                           "liberacao de nivel 3 (APRMANUT)." at 0810
                   move 16 to return-code
                   stop run
               when "F"
                   display "Arquivo repetido - carga liberada por "
                           ccg-dup-liberador at 0710
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open input carga-entrada
           if ccg-status-entrada not = "00"
                   ccg-qtde-suspensas " suspensas." at 1210.
       4000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to ccg-dup-funcao
           call "ARQDUPL" using ccg-dup-funcao ccg-dup-programa
                                ccg-dup-arquivo ccg-dup-chave-inicio
                                ccg-dup-chave-tamanho
                                ccg-dup-resultado
                                ccg-dup-data-anterior
                                ccg-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
