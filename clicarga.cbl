      *                    aceitos/rejeitados com o motivo.         *
      * 22/08/2026 EQP     Campo FILIAL acrescentado ao fim da      *
      *                    linha delimitada (vazio = matriz).       *
      * 15/10/2026 EQP     Cliente carregado nasce sem dono de      *
      *                    carteira.                                *
      * 15/10/2026 EQP     CPF/CNPJ opcional ao fim da linha        *
      *                    delimitada, validado pela DOCVAL e       *
      *                    recusado quando ja cadastrado em         *
      *                    CLIDOC.DAT; o aceito e gravado em        *
      *                    CLIDOC.                                  *
      * 15/10/2026 EQP     Arquivo de entrada conferido contra o    *
      *                    registro de arquivos processados         *
      *                    (ARQDUPL/ARQPROC.DAT) antes da carga:    *
      *                    arquivo igual a um ja carregado para a   *
      *                    corrida, salvo liberacao de nivel 3 pelo *
      *                    APRMANUT.                                *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is crg-status-audit.

           select documento-arq assign to "CLIDOC"
               organization is indexed
               access mode is dynamic
               record key is doc-cliente
               alternate record key is doc-identificacao
                   with duplicates
               file status is crg-status-clidoc.

           select carga-relatorio assign to "CLICARGA.RPT"
               organization is line sequential
               file status is crg-status-relat.
       fd  cliaudit-log.
           copy CLIAUDT.

       fd  documento-arq.
           copy CLIDOC.

       fd  carga-relatorio.
       01  linha-relatorio           pic x(100).

           88  crg-cliente-ok          value "00".
       77  crg-status-audit     pic x(02) value spaces.
       77  crg-status-relat     pic x(02) value spaces.
       77  crg-status-clidoc    pic x(02) value spaces.

       77  crg-hora-atual       pic 9(08) value zeros.
       77  crg-ec-funcao        pic x(01) value "P".
       77  crg-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  crg-ec-morto         pic x(20) value "CLIAUDARCH".
       77  crg-ec-tamanho       pic 9(03) value 328.
       77  ultimo-codigo        pic 9(05) value zeros.

       77  crg-qtde-lidos       pic 9(07) value zeros.
       77  crg-qtde-aceitos     pic 9(07) value zeros.
       77  crg-qtde-rejeitados  pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Conferencia de arquivo repetido no registro de arquivos    *
      * processados (subrotina ARQDUPL): campo chave do total de   *
      * controle na posicao/tamanho abaixo.                        *
      *-----------------------------------------------------------*
       77  crg-dup-funcao       pic x(01) value "V".
       77  crg-dup-programa     pic x(08) value "CLICARGA".
       77  crg-dup-arquivo      pic x(30) value "CLICARGA".
       77  crg-dup-chave-inicio pic 9(03) value 1.
       77  crg-dup-chave-tamanho pic 9(03) value 40.
       77  crg-dup-resultado    pic x(01) value spaces.
       77  crg-dup-data-anterior pic 9(08) value zeros.
       77  crg-dup-liberador    pic x(08) value spaces.

       01  crg-campos-entrada.
           05  crg-ent-nome          pic x(30).
           05  crg-ent-dia           pic x(04).
           05  crg-ent-uf            pic x(02).
           05  crg-ent-cep           pic x(09).
           05  crg-ent-filial        pic x(04).
           05  crg-ent-documento     pic x(18).

       77  crg-motivo-rejeicao  pic x(40) value spaces.
       77  crg-registro-valido  pic x value "S".
       77  crg-bd-idade         pic 9(003) value zeros.
       77  crg-bd-dias-aniv     pic 9(004) value zeros.

      *-----------------------------------------------------------*
      * CPF/CNPJ opcional no fim da linha: validado pela DOCVAL e  *
      * recusado quando ja pertence a outro cliente em CLIDOC.     *
      *-----------------------------------------------------------*
       01  crg-doc-identificacao.
           05  crg-doc-tipo          pic x(01) value space.
           05  crg-doc-numero        pic x(14) value spaces.
       77  crg-doc-status       pic x(01) value spaces.
           88  crg-doc-valido          value "0".
           88  crg-doc-em-branco       value "2".

       01  cab-carga-1.
           05  filler                pic x(34) value
                  "CARGA EM LOTE DE CLIENTES - DATA: ".
       procedure division.

       inicio.
           perform 0900-verifica-repetido
              thru 0900-verifica-repetido-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1010-obter-ultimo-codigo
              thru 1010-obter-ultimo-codigo-exit
           perform 3000-processa-carga thru 3000-processa-carga-exit
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close carga-entrada cliente-mestre cliaudit-log
                 carga-relatorio documento-arq
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
           move "V" to crg-dup-funcao
           call "ARQDUPL" using crg-dup-funcao crg-dup-programa
                                crg-dup-arquivo crg-dup-chave-inicio
                                crg-dup-chave-tamanho
                                crg-dup-resultado
                                crg-dup-data-anterior
                                crg-dup-liberador
           end-call
           evaluate crg-dup-resultado
               when "D"
                   display "CLICARGA: arquivo CLICARGA igual ao ja "
                           "carregado em " crg-dup-data-anterior
                   display "CLICARGA: carga recusada - repeticao so "
                           "com liberacao de nivel 3 (APRMANUT)."
                   move 16 to return-code
                   stop run
               when "F"
                   display "CLICARGA: arquivo repetido - carga "
                           "liberada por " crg-dup-liberador
               when other
                   continue
           end-evaluate.
       0900-verifica-repetido-exit.
           exit.

       1000-abrir-arquivos.
           open input carga-entrada
           if crg-status-entrada not = "00"
              stop run
           end-if
           open extend cliaudit-log
           open i-o documento-arq
           if crg-status-clidoc = "35"
              open output documento-arq
              close documento-arq
              open i-o documento-arq
           end-if
           if crg-status-clidoc not = "00"
              display "CLICARGA: erro ao abrir CLIDOC - status "
                       crg-status-clidoc
              move 16 to return-code
              stop run
           end-if
           open output carga-relatorio.
       1000-abrir-arquivos-exit.
           exit.
                    crg-ent-uf
                    crg-ent-cep
                    crg-ent-filial
                    crg-ent-documento
           end-unstring
           perform 3030-valida-linha thru 3030-valida-linha-exit
           if crg-reg-valido
                 go to 3030-valida-linha-exit
              end-if
              move function numval(crg-ent-filial) to crg-filial
           end-if
           perform 3059-valida-documento
              thru 3059-valida-documento-exit.
       3030-valida-linha-exit.
           exit.

       3058-valida-cep-exit.
           exit.

      *-----------------------------------------------------------*
      * CPF/CNPJ: a mesma DOCVAL da tela; documento ja cadastrado  *
      * (inclusive por linha anterior desta carga) rejeita.        *
      *-----------------------------------------------------------*
       3059-valida-documento.
           call "DOCVAL" using crg-ent-documento crg-doc-tipo
                                crg-doc-numero crg-doc-status
           end-call
           if crg-doc-em-branco
              go to 3059-valida-documento-exit
           end-if
           if not crg-doc-valido
              set crg-reg-invalido to true
              move "CPF/CNPJ INVALIDO" to crg-motivo-rejeicao
              go to 3059-valida-documento-exit
           end-if
           move crg-doc-identificacao to doc-identificacao
           read documento-arq key is doc-identificacao
               invalid key
                   continue
               not invalid key
                   set crg-reg-invalido to true
                   move "CPF/CNPJ JA CADASTRADO"
                        to crg-motivo-rejeicao
           end-read.
       3059-valida-documento-exit.
           exit.

       3060-grava-cliente.
           add 1 to ultimo-codigo
           move ultimo-codigo        to cli-codigo
           move "A"                  to cli-situacao
           move crg-filial           to cli-filial
           move zeros                to cli-limite-credito
           move zeros                to cli-vendedor
           write cli-registro
               invalid key
                   add 1 to crg-qtde-rejeitados
                   add 1 to crg-qtde-aceitos
                   perform 3070-grava-auditoria
                      thru 3070-grava-auditoria-exit
                   perform 3080-grava-documento
                      thru 3080-grava-documento-exit
                   move cli-codigo to la-codigo
                   move cli-nome   to la-nome
                   write linha-relatorio from linha-aceito
           set aud-inclusao to true
           move spaces to aud-imagem-antes
           move cli-registro to aud-imagem-depois
           call "ENCADEIA" using crg-ec-funcao crg-ec-arquivo
                                 crg-ec-morto aud-registro
                                 crg-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       3070-grava-auditoria-exit.
           exit.

       3080-grava-documento.
           if crg-doc-em-branco
              go to 3080-grava-documento-exit
           end-if
           move cli-codigo to doc-cliente
           move crg-doc-identificacao to doc-identificacao
           move data-sistema to doc-data
           move "CLICARGA" to doc-operador
           write doc-registro
               invalid key
                   continue
           end-write.
       3080-grava-documento-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           end-evaluate.
       5110-valida-um-caracter-exit.
           exit.

      *-----------------------------------------------------------*
      * Carga concluida entra no registro de arquivos processados. *
      *-----------------------------------------------------------*
       9100-registra-carga.
           move "G" to crg-dup-funcao
           call "ARQDUPL" using crg-dup-funcao crg-dup-programa
                                crg-dup-arquivo crg-dup-chave-inicio
                                crg-dup-chave-tamanho
                                crg-dup-resultado
                                crg-dup-data-anterior
                                crg-dup-liberador
           end-call.
       9100-registra-carga-exit.
           exit.
