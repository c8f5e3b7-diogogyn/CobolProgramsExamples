      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. msgenv.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Arquivo de mensagens SMS para o gateway  *
      *                    (MSGENV.DAT).  Origem no MSGENV.PRM como *
      *                    no ETQCORR: "C;cccc" clientes da         *
      *                    campanha cccc em CAMPSEL, "A" (ou sem    *
      *                    parametro) os aniversariantes da semana  *
      *                    das cartas do ANIVCARTA.  So quem        *
      *                    autorizou o canal SMS (CONSENT) e tem    *
      *                    telefone.  Texto montado por cliente:    *
      *                    nome, vale-presente de aniversario em    *
      *                    aberto (VOUCHER) ou descricao e janela   *
      *                    da campanha.  Cabecalho com o lote e     *
      *                    trailer com a contagem; o retorno do     *
      *                    gateway e processado pelo MSGRET.        *
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
           select arq-parametros assign to "MSGENV.PRM"
               organization is line sequential
               file status is men-status-parm.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is men-status-cliente.

           select campanha-mestre assign to "CAMPANHA"
               organization is indexed
               access mode is dynamic
               record key is cmp-codigo
               file status is men-status-camp.

           select campanha-selecao assign to "CAMPSEL"
               organization is line sequential
               file status is men-status-campsel.

           select consentimento-arq assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is cns-chave
               file status is men-status-consent.

           select voucher-arq assign to "VOUCHER"
               organization is indexed
               access mode is dynamic
               record key is vch-codigo
               file status is men-status-voucher.

           select mensagem-arq assign to "MSGENV.DAT"
               organization is line sequential
               file status is men-status-msg.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       fd  cliente-mestre.
           copy CLIREC.

       fd  campanha-mestre.
           copy CAMPREC.

       fd  campanha-selecao.
           copy CAMPSEL.

       fd  consentimento-arq.
           copy CONSREC.

       fd  voucher-arq.
           copy VOUCHREC.

       fd  mensagem-arq.
           copy MSGENV.

       working-storage section.

       77  men-status-parm      pic x(02) value spaces.
       77  men-status-cliente   pic x(02) value spaces.
           88  men-cliente-ok          value "00".
       77  men-status-camp      pic x(02) value spaces.
       77  men-status-campsel   pic x(02) value spaces.
       77  men-status-consent   pic x(02) value spaces.
       77  men-status-voucher   pic x(02) value spaces.
       77  men-status-msg       pic x(02) value spaces.

       77  men-data-real        pic 9(08) value zeros.
       77  men-data-negocio     pic 9(08) value zeros.
       77  men-hora-atual       pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Origem das mensagens: campanha (C) ou aniversariantes da   *
      * semana (A, o padrao sem MSGENV.PRM).                       *
      *-----------------------------------------------------------*
       77  men-prm-origem       pic x(01) value spaces.
       77  men-prm-campanha     pic x(04) value spaces.
       77  men-origem           pic x(01) value "A".
           88  men-origem-campanha     value "C".
           88  men-origem-aniversario  value "A".
       77  men-campanha         pic 9(04) value zeros.
       77  men-descricao        pic x(30) value spaces.
       77  men-cmp-inicio       pic 9(08) value zeros.
       77  men-cmp-fim          pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * SMS so para quem autorizou o canal SMS (CONSENT).  Sem o   *
      * arquivo, ninguem autorizou.                                *
      *-----------------------------------------------------------*
       77  men-tem-consent      pic x(01) value "N".
           88  men-consent-ok          value "S".
       77  men-consente         pic x(01) value "N".

      *-----------------------------------------------------------*
      * Janela das cartas de aniversario, pela mesma subrotina     *
      * BDAYVAL do ANIVCARTA.                                      *
      *-----------------------------------------------------------*
       77  men-dia              pic 9(02) value zeros.
       77  men-mes              pic 9(02) value zeros.
       77  men-ano              pic 9(04) value zeros.
       77  men-bd-status        pic x(01) value "0".
           88  men-data-valida         value "0".
       77  men-bd-idade         pic 9(003) value zeros.
       77  men-bd-dias-aniv     pic 9(004) value zeros.

      *-----------------------------------------------------------*
      * Vales de aniversario ainda em aberto, um por cliente (o    *
      * mais recente), para citar o codigo na mensagem.            *
      *-----------------------------------------------------------*
       01  men-tabela-vales.
           05  men-qtde-vales        pic 9(04) value zeros.
           05  men-vale              occurs 2000 times.
               10  men-vl-cliente    pic 9(05).
               10  men-vl-codigo     pic 9(09).
               10  men-vl-desconto   pic 9(02).
               10  men-vl-validade   pic 9(08).
       77  men-indice           pic 9(04) value zeros.
       77  men-posicao          pic 9(04) value zeros.
       77  men-achou            pic x(01) value "N".
           88  men-encontrado          value "S".

      *-----------------------------------------------------------*
      * Clientes ja enviados na corrida de campanha: o cliente que *
      * entrou em mais de uma extracao recebe uma mensagem so.     *
      *-----------------------------------------------------------*
       01  men-tabela-enviados.
           05  men-qtde-enviados     pic 9(04) value zeros.
           05  men-enviado           pic 9(05) occurs 2000 times.

       77  men-primeiro-nome    pic x(30) value spaces.
       77  men-desconto-ed      pic z9.
       77  men-inicio-desconto  pic 9(01) value 1.
       01  men-data-8           pic 9(08) value zeros.
       01  men-data-8-r redefines men-data-8.
           05  men-d8-ano            pic 9(04).
           05  men-d8-mes            pic 9(02).
           05  men-d8-dia            pic 9(02).
       01  men-data-ed.
           05  med-dia               pic 9(02).
           05  filler                pic x(01) value "/".
           05  med-mes               pic 9(02).
           05  filler                pic x(01) value "/".
           05  med-ano               pic 9(04).
       77  men-inicio-ed        pic x(05) value spaces.
       77  men-fim-ed           pic x(05) value spaces.

       77  men-qtde-selecionados pic 9(07) value zeros.
       77  men-qtde-sem-consent pic 9(07) value zeros.
       77  men-qtde-sem-telefone pic 9(07) value zeros.
       77  men-qtde-repetidos   pic 9(07) value zeros.
       77  men-qtde-mensagens   pic 9(07) value zeros.
       77  men-qtde-com-vale    pic 9(07) value zeros.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1100-le-parametro thru 1100-le-parametro-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           if men-origem-campanha
              perform 2000-percorre-selecao
                 thru 2000-percorre-selecao-exit
           else
              perform 1200-carrega-vales thru 1200-carrega-vales-exit
              perform 3000-percorre-clientes
                 thru 3000-percorre-clientes-exit
           end-if
           perform 4000-grava-trailer thru 4000-grava-trailer-exit
           if men-consent-ok
              close consentimento-arq
           end-if
           close cliente-mestre mensagem-arq
           stop run.

      *-----------------------------------------------------------*
      * Origem na primeira linha do MSGENV.PRM: "C;cccc" para a    *
      * campanha cccc, "A" para os aniversariantes; sem parametro, *
      * aniversario.                                               *
      *-----------------------------------------------------------*
       1100-le-parametro.
           open input arq-parametros
           if men-status-parm not = "00"
              go to 1100-le-parametro-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";" or space
               into men-prm-origem men-prm-campanha
           end-unstring
           evaluate men-prm-origem
               when spaces
               when "A"
                   move "A" to men-origem
               when "C"
                   if men-prm-campanha is not numeric
                      display "MSGENV: campanha invalida em "
                              "MSGENV.PRM - " men-prm-campanha
                      move 16 to return-code
                      stop run
                   end-if
                   move "C" to men-origem
                   move men-prm-campanha to men-campanha
               when other
                   display "MSGENV: origem invalida em "
                           "MSGENV.PRM - " men-prm-origem
                   move 16 to return-code
                   stop run
           end-evaluate.
       1100-le-parametro-exit.
           exit.

       1000-abrir-arquivos.
           call "BUSDATE" using men-data-real men-data-negocio
           end-call
           accept men-hora-atual from time
           open input cliente-mestre
           if not men-cliente-ok
              display "MSGENV: erro ao abrir CLIENTE - status "
                       men-status-cliente
              move 16 to return-code
              stop run
           end-if
           if men-origem-campanha
              perform 1010-valida-campanha
                 thru 1010-valida-campanha-exit
           end-if
           open input consentimento-arq
           if men-status-consent = "00"
              move "S" to men-tem-consent
           else
              display "MSGENV: CONSENT indisponivel - nenhum "
                      "cliente autorizado."
           end-if
           open output mensagem-arq
           if men-status-msg not = "00"
              display "MSGENV: erro ao abrir MSGENV.DAT - status "
                       men-status-msg
              move 16 to return-code
              stop run
           end-if
           move spaces to mse-registro
           move "H" to mse-tipo-reg
           move men-data-negocio to mse-hdr-data
           move men-hora-atual(1:6) to mse-hdr-hora
           move men-origem to mse-hdr-origem
           move men-campanha to mse-hdr-campanha
           write mse-registro.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * A campanha tem que existir no mestre e ter selecao em      *
      * CAMPSEL (gravada pelo CLIEXTRA); descricao e janela vao    *
      * para o texto da mensagem.                                  *
      *-----------------------------------------------------------*
       1010-valida-campanha.
           open input campanha-mestre
           if men-status-camp not = "00"
              display "MSGENV: mestre CAMPANHA indisponivel - "
                      "status " men-status-camp
              display "Cadastre a campanha pelo CMPMANUT."
              move 16 to return-code
              stop run
           end-if
           move men-campanha to cmp-codigo
           read campanha-mestre
               invalid key
                   display "MSGENV: campanha " men-campanha
                           " nao cadastrada."
                   move 16 to return-code
                   stop run
           end-read
           move cmp-descricao to men-descricao
           move cmp-data-inicio to men-cmp-inicio
           move cmp-data-fim to men-cmp-fim
           close campanha-mestre
           move men-cmp-inicio to men-data-8
           move men-d8-dia to med-dia
           move men-d8-mes to med-mes
           move men-data-ed(1:5) to men-inicio-ed
           move men-cmp-fim to men-data-8
           move men-d8-dia to med-dia
           move men-d8-mes to med-mes
           move men-data-ed(1:5) to men-fim-ed
           open input campanha-selecao
           if men-status-campsel not = "00"
              display "MSGENV: CAMPSEL indisponivel - status "
                      men-status-campsel
              display "Gere a selecao da campanha pelo CLIEXTRA."
              move 16 to return-code
              stop run
           end-if.
       1010-valida-campanha-exit.
           exit.

      *-----------------------------------------------------------*
      * Vales de aniversario emitidos e ainda validos; sem o       *
      * arquivo a mensagem sai sem vale.                           *
      *-----------------------------------------------------------*
       1200-carrega-vales.
           open input voucher-arq
           if men-status-voucher not = "00"
              display "MSGENV: VOUCHER indisponivel - mensagens "
                      "sem vale-presente."
              go to 1200-carrega-vales-exit
           end-if
           perform 1210-carrega-um-vale thru 1210-carrega-um-vale-exit
               until men-status-voucher not = "00"
           close voucher-arq.
       1200-carrega-vales-exit.
           exit.

       1210-carrega-um-vale.
           read voucher-arq next record
               at end
                   move "10" to men-status-voucher
                   go to 1210-carrega-um-vale-exit
           end-read
           if not vch-aniversario or not vch-emitido
              or vch-validade-fim < men-data-negocio
              go to 1210-carrega-um-vale-exit
           end-if
           move vch-cliente to cli-codigo
           perform 1220-procura-vale thru 1220-procura-vale-exit
           if not men-encontrado
              if men-qtde-vales not < 2000
                 display "MSGENV: tabela de vales cheia (2000)."
                 move 16 to return-code
                 stop run
              end-if
              add 1 to men-qtde-vales
              move men-qtde-vales to men-posicao
              move vch-cliente to men-vl-cliente(men-posicao)
              move zeros to men-vl-codigo(men-posicao)
           end-if
           if vch-codigo > men-vl-codigo(men-posicao)
              move vch-codigo to men-vl-codigo(men-posicao)
              move vch-desconto-pct to men-vl-desconto(men-posicao)
              move vch-validade-fim to men-vl-validade(men-posicao)
           end-if.
       1210-carrega-um-vale-exit.
           exit.

       1220-procura-vale.
           move "N" to men-achou
           perform 1230-compara-vale thru 1230-compara-vale-exit
               varying men-indice from 1 by 1
               until men-indice > men-qtde-vales
                  or men-encontrado.
       1220-procura-vale-exit.
           exit.

       1230-compara-vale.
           if men-vl-cliente(men-indice) = cli-codigo
              set men-encontrado to true
              move men-indice to men-posicao
           end-if.
       1230-compara-vale-exit.
           exit.

      *-----------------------------------------------------------*
      * Campanha: clientes de CAMPSEL, uma mensagem por cliente.   *
      *-----------------------------------------------------------*
       2000-percorre-selecao.
           perform 2010-le-selecao thru 2010-le-selecao-exit
               until men-status-campsel not = "00"
           close campanha-selecao.
       2000-percorre-selecao-exit.
           exit.

       2010-le-selecao.
           read campanha-selecao
               at end
                   move "10" to men-status-campsel
                   go to 2010-le-selecao-exit
           end-read
           if csl-campanha not = men-campanha
              go to 2010-le-selecao-exit
           end-if
           move "N" to men-achou
           perform 2020-compara-enviado thru 2020-compara-enviado-exit
               varying men-indice from 1 by 1
               until men-indice > men-qtde-enviados
                  or men-encontrado
           if men-encontrado
              add 1 to men-qtde-repetidos
              go to 2010-le-selecao-exit
           end-if
           if men-qtde-enviados not < 2000
              display "MSGENV: tabela de selecionados cheia "
                      "(2000) - campanha grande demais para "
                      "uma corrida."
              move 16 to return-code
              stop run
           end-if
           add 1 to men-qtde-enviados
           move csl-cliente to men-enviado(men-qtde-enviados)
           add 1 to men-qtde-selecionados
           move csl-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   go to 2010-le-selecao-exit
           end-read
           if cli-inativo
              go to 2010-le-selecao-exit
           end-if
           perform 5000-avalia-cliente thru 5000-avalia-cliente-exit
           if men-consente not = "S"
              go to 2010-le-selecao-exit
           end-if
           move spaces to mse-texto
           string men-primeiro-nome delimited by space
                  ", " delimited by size
                  men-descricao delimited by "  "
                  " - de " delimited by size
                  men-inicio-ed delimited by size
                  " a " delimited by size
                  men-fim-ed delimited by size
                  ". Aproveite!" delimited by size
                  into mse-texto
           end-string
           perform 5100-grava-mensagem thru 5100-grava-mensagem-exit.
       2010-le-selecao-exit.
           exit.

       2020-compara-enviado.
           if men-enviado(men-indice) = csl-cliente
              set men-encontrado to true
           end-if.
       2020-compara-enviado-exit.
           exit.

      *-----------------------------------------------------------*
      * Aniversario: clientes ativos que fazem aniversario nos     *
      * proximos sete dias, como no ANIVCARTA.                     *
      *-----------------------------------------------------------*
       3000-percorre-clientes.
           move low-values to cli-codigo
           start cliente-mestre key not less than cli-codigo
               invalid key
                   move "10" to men-status-cliente
               not invalid key
                   move "00" to men-status-cliente
           end-start
           perform 3010-le-cliente thru 3010-le-cliente-exit
               until men-status-cliente not = "00".
       3000-percorre-clientes-exit.
           exit.

       3010-le-cliente.
           read cliente-mestre next record
               at end
                   move "10" to men-status-cliente
                   go to 3010-le-cliente-exit
           end-read
           if cli-inativo
              go to 3010-le-cliente-exit
           end-if
           move cli-dia to men-dia
           move cli-mes to men-mes
           move cli-ano to men-ano
           call "BDAYVAL" using men-dia men-mes men-ano
                                men-bd-status men-bd-idade
                                men-bd-dias-aniv
           end-call
           if not men-data-valida or men-bd-dias-aniv > 7
              go to 3010-le-cliente-exit
           end-if
           add 1 to men-qtde-selecionados
           perform 5000-avalia-cliente thru 5000-avalia-cliente-exit
           if men-consente not = "S"
              go to 3010-le-cliente-exit
           end-if
           perform 1220-procura-vale thru 1220-procura-vale-exit
           move spaces to mse-texto
           if not men-encontrado
              string "Feliz aniversario, " delimited by size
                     men-primeiro-nome delimited by space
                     "! Um abraco de toda a nossa equipe."
                         delimited by size
                     into mse-texto
              end-string
              perform 5100-grava-mensagem
                 thru 5100-grava-mensagem-exit
              go to 3010-le-cliente-exit
           end-if
           move men-vl-desconto(men-posicao) to men-desconto-ed
           move 1 to men-inicio-desconto
           if men-vl-desconto(men-posicao) < 10
              move 2 to men-inicio-desconto
           end-if
           move men-vl-validade(men-posicao) to men-data-8
           move men-d8-dia to med-dia
           move men-d8-mes to med-mes
           move men-d8-ano to med-ano
           string "Feliz aniversario, " delimited by size
                  men-primeiro-nome delimited by space
                  "! Seu vale-presente " delimited by size
                  men-vl-codigo(men-posicao) delimited by size
                  " da " delimited by size
                  men-desconto-ed(men-inicio-desconto:)
                      delimited by size
                  "% de desconto ate " delimited by size
                  men-data-ed delimited by size
                  ". Apresente o codigo no caixa."
                      delimited by size
                  into mse-texto
           end-string
           add 1 to men-qtde-com-vale
           perform 5100-grava-mensagem thru 5100-grava-mensagem-exit.
       3010-le-cliente-exit.
           exit.

      *-----------------------------------------------------------*
      * Consentimento no canal SMS e telefone para envio; deixa o  *
      * primeiro nome pronto para o texto.                         *
      *-----------------------------------------------------------*
       5000-avalia-cliente.
           move "N" to men-consente
           if men-consent-ok
              move cli-codigo to cns-cliente
              move "S" to cns-canal
              read consentimento-arq
                  invalid key
                      continue
                  not invalid key
                      if cns-autorizado
                         move "S" to men-consente
                      end-if
              end-read
           end-if
           if men-consente not = "S"
              add 1 to men-qtde-sem-consent
              go to 5000-avalia-cliente-exit
           end-if
           if cli-telefone = spaces
              add 1 to men-qtde-sem-telefone
              move "N" to men-consente
              go to 5000-avalia-cliente-exit
           end-if
           move spaces to men-primeiro-nome
           unstring cli-nome delimited by space
               into men-primeiro-nome
           end-unstring.
       5000-avalia-cliente-exit.
           exit.

       5100-grava-mensagem.
           add 1 to men-qtde-mensagens
           move "D" to mse-tipo-reg
           move men-origem to mse-id-origem
           move men-campanha to mse-id-campanha
           move men-data-negocio to mse-id-data
           move men-hora-atual(1:6) to mse-id-hora
           move men-qtde-mensagens to mse-id-sequencia
           move "S" to mse-canal
           move cli-codigo to mse-cliente
           move cli-telefone to mse-destino
           write mse-registro.
       5100-grava-mensagem-exit.
           exit.

       4000-grava-trailer.
           move spaces to mse-registro
           move "T" to mse-tipo-reg
           move men-qtde-mensagens to mse-trl-qtde
           write mse-registro
           display "MSGENV: " men-qtde-selecionados " selecionados, "
                   men-qtde-mensagens " mensagens geradas."
           display "MSGENV: " men-qtde-sem-consent
                   " sem consentimento para SMS, "
                   men-qtde-sem-telefone " sem telefone."
           if men-origem-campanha
              display "MSGENV: " men-qtde-repetidos
                      " selecoes repetidas ignoradas."
           else
              display "MSGENV: " men-qtde-com-vale
                      " mensagens com vale-presente."
           end-if.
       4000-grava-trailer-exit.
           exit.
