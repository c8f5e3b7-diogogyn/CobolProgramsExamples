      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. msgret.
       author. jorge.
       installation. cadastro de clientes.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Retorno de entrega do gateway de SMS     *
      *                    (MSGRET.DAT): cada mensagem entregue ou  *
      *                    com falha vira um contato em             *
      *                    CONTATOS.DAT (aniversario ou outro, sem  *
      *                    retorno) e e acrescentada ao historico   *
      *                    MSGHIST.DAT, lido pelo CMPATRIB.         *
      *                    Relatorio MSGRET.RPT com a taxa de       *
      *                    entrega por campanha do lote e a         *
      *                    conferencia do trailer do gateway.       *
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
           select retorno-arq assign to "MSGRET.DAT"
               organization is line sequential
               file status is mrt-status-retorno.

           select historico-arq assign to "MSGHIST.DAT"
               organization is line sequential
               file status is mrt-status-hist.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is mrt-status-cliente.

           select contato-log assign to "CONTATOS"
               organization is indexed
               access mode is dynamic
               record key is ctt-chave
               file status is mrt-status-contato.

           select campanha-mestre assign to "CAMPANHA"
               organization is indexed
               access mode is dynamic
               record key is cmp-codigo
               file status is mrt-status-camp.

           select entrega-relatorio assign to "MSGRET.RPT"
               organization is line sequential
               file status is mrt-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  retorno-arq.
           copy MSGRET.

       fd  historico-arq.
       01  hist-linha                pic x(81).

       fd  cliente-mestre.
           copy CLIREC.

       fd  contato-log.
           copy CONTREC.

       fd  campanha-mestre.
           copy CAMPREC.

       fd  entrega-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  mrt-status-retorno   pic x(02) value spaces.
       77  mrt-status-hist      pic x(02) value spaces.
       77  mrt-status-cliente   pic x(02) value spaces.
           88  mrt-cliente-ok          value "00".
       77  mrt-status-contato   pic x(02) value spaces.
       77  mrt-status-camp      pic x(02) value spaces.
       77  mrt-tem-campanhas    pic x(01) value "N".
           88  mrt-campanhas-ok        value "S".
       77  mrt-status-relat     pic x(02) value spaces.

       77  mrt-data-real        pic 9(08) value zeros.
       77  mrt-data-negocio     pic 9(08) value zeros.
       77  mrt-operador         pic x(08) value "MSGRET".

       77  mrt-ctt-seq          pic 9(02) value zeros.
       77  mrt-ctt-gravado      pic x(01) value "N".
           88  mrt-contato-gravado     value "S".

      *-----------------------------------------------------------*
      * Contagem do lote por origem e campanha (aniversario fica   *
      * com campanha zeros).                                       *
      *-----------------------------------------------------------*
       01  mrt-tabela-campanhas.
           05  mrt-qtde-campanhas    pic 9(03) value zeros.
           05  mrt-campanha-ent      occurs 100 times.
               10  mrt-cp-origem     pic x(01).
               10  mrt-cp-campanha   pic 9(04).
               10  mrt-cp-entregues  pic 9(07).
               10  mrt-cp-falhas     pic 9(07).
       77  mrt-indice           pic 9(03) value zeros.
       77  mrt-posicao          pic 9(03) value zeros.
       77  mrt-achou            pic x(01) value "N".
           88  mrt-encontrada          value "S".

       77  mrt-qtde-lidos       pic 9(07) value zeros.
       77  mrt-qtde-entregues   pic 9(07) value zeros.
       77  mrt-qtde-falhas      pic 9(07) value zeros.
       77  mrt-qtde-rejeitados  pic 9(07) value zeros.
       77  mrt-qtde-contatos    pic 9(07) value zeros.
       77  mrt-qtde-trailer     pic 9(07) value zeros.
       77  mrt-tem-trailer      pic x(01) value "N".
           88  mrt-trailer-lido        value "S".
       77  mrt-total-campanha   pic 9(07) value zeros.

       01  cab-entrega.
           05  filler                pic x(40) value
                  "RETORNO DE ENTREGA DE SMS - PROCESSADO ".
           05  cen-data              pic 9(08).
       01  cab-colunas-entrega.
           05  filler                pic x(37) value "CAMPANHA".
           05  filler                pic x(12) value "  ENTREGUES".
           05  filler                pic x(12) value "     FALHAS".
           05  filler                pic x(10) value "    TAXA %".
       01  linha-entrega.
           05  len-campanha          pic zzz9.
           05  filler                pic x(02) value spaces.
           05  len-descricao         pic x(30).
           05  filler                pic x(01) value space.
           05  len-entregues         pic zz.zzz.zz9.
           05  filler                pic x(02) value spaces.
           05  len-falhas            pic zz.zzz.zz9.
           05  filler                pic x(04) value spaces.
           05  len-taxa              pic zz9,9.
       01  linha-rejeicao.
           05  filler                pic x(19) value
                  "CLIENTE INEXISTENTE".
           05  filler                pic x(02) value spaces.
           05  lrj-cliente           pic 9(05).
           05  filler                pic x(02) value spaces.
           05  lrj-id                pic x(25).
       01  linha-conta-entrega.
           05  lce-descricao         pic x(36).
           05  filler                pic x(02) value spaces.
           05  lce-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-le-retorno thru 2000-le-retorno-exit
               until mrt-status-retorno not = "00"
           perform 3000-imprime-relatorio
              thru 3000-imprime-relatorio-exit
           if mrt-campanhas-ok
              close campanha-mestre
           end-if
           close retorno-arq historico-arq cliente-mestre contato-log
                 entrega-relatorio
           stop run.

       1000-abrir-arquivos.
           call "BUSDATE" using mrt-data-real mrt-data-negocio
           end-call
           open input retorno-arq
           if mrt-status-retorno not = "00"
              display "MSGRET: erro ao abrir MSGRET.DAT - status "
                       mrt-status-retorno
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if not mrt-cliente-ok
              display "MSGRET: erro ao abrir CLIENTE - status "
                       mrt-status-cliente
              move 16 to return-code
              stop run
           end-if
           open i-o contato-log
           if mrt-status-contato = "35"
              open output contato-log
              close contato-log
              open i-o contato-log
           end-if
           if mrt-status-contato not = "00"
              display "MSGRET: erro ao abrir CONTATOS - status "
                       mrt-status-contato
              move 16 to return-code
              stop run
           end-if
           open extend historico-arq
           if mrt-status-hist = "35"
              open output historico-arq
              close historico-arq
              open extend historico-arq
           end-if
           if mrt-status-hist not = "00"
              display "MSGRET: erro ao abrir MSGHIST.DAT - status "
                       mrt-status-hist
              move 16 to return-code
              stop run
           end-if
           open input campanha-mestre
           if mrt-status-camp = "00"
              move "S" to mrt-tem-campanhas
           end-if
           open output entrega-relatorio
           move mrt-data-negocio to cen-data
           write linha-relatorio from cab-entrega
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line.
       1000-abrir-arquivos-exit.
           exit.

       2000-le-retorno.
           read retorno-arq
               at end
                   move "10" to mrt-status-retorno
                   go to 2000-le-retorno-exit
           end-read
           evaluate true
               when rtn-e-entrega
                   perform 2100-processa-entrega
                      thru 2100-processa-entrega-exit
               when rtn-e-trailer
                   move "S" to mrt-tem-trailer
                   move rtn-trl-qtde to mrt-qtde-trailer
               when other
                   continue
           end-evaluate.
       2000-le-retorno-exit.
           exit.

      *-----------------------------------------------------------*
      * Uma mensagem do retorno: contato no cadastro do cliente,   *
      * historico para o CMPATRIB e contagem da campanha.          *
      *-----------------------------------------------------------*
       2100-processa-entrega.
           add 1 to mrt-qtde-lidos
           move rtn-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   add 1 to mrt-qtde-rejeitados
                   move rtn-cliente to lrj-cliente
                   move rtn-id to lrj-id
                   write linha-relatorio from linha-rejeicao
                       after advancing 1 line
                   go to 2100-processa-entrega-exit
           end-read
           if rtn-entregue
              add 1 to mrt-qtde-entregues
           else
              add 1 to mrt-qtde-falhas
           end-if
           perform 2200-grava-contato thru 2200-grava-contato-exit
           move rtn-registro to hist-linha
           write hist-linha
           perform 2300-conta-campanha thru 2300-conta-campanha-exit.
       2100-processa-entrega-exit.
           exit.

       2200-grava-contato.
           move cli-codigo to ctt-cliente
           if rtn-data is numeric and rtn-data > zeros
              move rtn-data to ctt-data
           else
              move mrt-data-negocio to ctt-data
           end-if
           if rtn-id-aniversario
              set ctt-aniversario to true
           else
              set ctt-outro to true
           end-if
           move mrt-operador to ctt-operador
           move spaces to ctt-nota
           evaluate true
               when rtn-entregue and rtn-id-aniversario
                   move "SMS DE ANIVERSARIO ENTREGUE" to ctt-nota
               when rtn-entregue
                   string "SMS DA CAMPANHA " delimited by size
                          rtn-id-campanha delimited by size
                          " ENTREGUE" delimited by size
                          into ctt-nota
                   end-string
               when other
                   string "SMS NAO ENTREGUE: " delimited by size
                          rtn-motivo delimited by size
                          into ctt-nota
                   end-string
           end-evaluate
           move zeros to ctt-data-retorno
           set ctt-sem-retorno to true
           move cli-filial to ctt-filial
           move zeros to mrt-ctt-seq
           move "N" to mrt-ctt-gravado
           perform 2210-tenta-sequencia thru 2210-tenta-sequencia-exit
               until mrt-contato-gravado or mrt-ctt-seq > 98
           if mrt-contato-gravado
              add 1 to mrt-qtde-contatos
           else
              display "MSGRET: limite de contatos do dia atingido - "
                      "cliente " cli-codigo
           end-if.
       2200-grava-contato-exit.
           exit.

       2210-tenta-sequencia.
           add 1 to mrt-ctt-seq
           move mrt-ctt-seq to ctt-seq
           write ctt-registro
               invalid key
                   continue
               not invalid key
                   move "S" to mrt-ctt-gravado
           end-write.
       2210-tenta-sequencia-exit.
           exit.

       2300-conta-campanha.
           move "N" to mrt-achou
           perform 2310-compara-campanha
              thru 2310-compara-campanha-exit
               varying mrt-indice from 1 by 1
               until mrt-indice > mrt-qtde-campanhas
                  or mrt-encontrada
           if not mrt-encontrada
              if mrt-qtde-campanhas not < 100
                 display "MSGRET: mais de 100 campanhas no retorno "
                         "- contagem de " rtn-id-campanha
                         " fora do relatorio."
                 go to 2300-conta-campanha-exit
              end-if
              add 1 to mrt-qtde-campanhas
              move mrt-qtde-campanhas to mrt-posicao
              move rtn-id-origem to mrt-cp-origem(mrt-posicao)
              move rtn-id-campanha to mrt-cp-campanha(mrt-posicao)
              move zeros to mrt-cp-entregues(mrt-posicao)
                            mrt-cp-falhas(mrt-posicao)
           end-if
           if rtn-entregue
              add 1 to mrt-cp-entregues(mrt-posicao)
           else
              add 1 to mrt-cp-falhas(mrt-posicao)
           end-if.
       2300-conta-campanha-exit.
           exit.

       2310-compara-campanha.
           if mrt-cp-origem(mrt-indice) = rtn-id-origem
              and mrt-cp-campanha(mrt-indice) = rtn-id-campanha
              set mrt-encontrada to true
              move mrt-indice to mrt-posicao
           end-if.
       2310-compara-campanha-exit.
           exit.

       3000-imprime-relatorio.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           write linha-relatorio from cab-colunas-entrega
               after advancing 1 line
           perform 3010-imprime-campanha thru 3010-imprime-campanha-exit
               varying mrt-indice from 1 by 1
               until mrt-indice > mrt-qtde-campanhas
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "MENSAGENS NO RETORNO:" to lce-descricao
           move mrt-qtde-lidos to lce-quantidade
           write linha-relatorio from linha-conta-entrega
               after advancing 1 line
           move "ENTREGUES:" to lce-descricao
           move mrt-qtde-entregues to lce-quantidade
           write linha-relatorio from linha-conta-entrega
               after advancing 1 line
           move "NAO ENTREGUES:" to lce-descricao
           move mrt-qtde-falhas to lce-quantidade
           write linha-relatorio from linha-conta-entrega
               after advancing 1 line
           move "CLIENTE INEXISTENTE:" to lce-descricao
           move mrt-qtde-rejeitados to lce-quantidade
           write linha-relatorio from linha-conta-entrega
               after advancing 1 line
           move "CONTATOS GRAVADOS:" to lce-descricao
           move mrt-qtde-contatos to lce-quantidade
           write linha-relatorio from linha-conta-entrega
               after advancing 1 line
           display "MSGRET: " mrt-qtde-lidos " mensagens, "
                   mrt-qtde-entregues " entregues, "
                   mrt-qtde-falhas " nao entregues."
           if not mrt-trailer-lido
              display "MSGRET: retorno sem trailer - arquivo "
                      "incompleto?"
              move 4 to return-code
              go to 3000-imprime-relatorio-exit
           end-if
           if mrt-qtde-trailer not = mrt-qtde-lidos
              display "MSGRET: trailer informa " mrt-qtde-trailer
                      " mensagens, lidas " mrt-qtde-lidos
              move "DIVERGENCIA - TRAILER DO GATEWAY:"
                to lce-descricao
              move mrt-qtde-trailer to lce-quantidade
              write linha-relatorio from linha-conta-entrega
                  after advancing 1 line
              move 4 to return-code
           end-if.
       3000-imprime-relatorio-exit.
           exit.

       3010-imprime-campanha.
           move mrt-cp-campanha(mrt-indice) to len-campanha
           move spaces to len-descricao
           if mrt-cp-origem(mrt-indice) = "A"
              move "CARTAS DE ANIVERSARIO" to len-descricao
           else
              if mrt-campanhas-ok
                 move mrt-cp-campanha(mrt-indice) to cmp-codigo
                 read campanha-mestre
                     invalid key
                         move "CAMPANHA NAO CADASTRADA"
                           to len-descricao
                     not invalid key
                         move cmp-descricao to len-descricao
                 end-read
              end-if
           end-if
           move mrt-cp-entregues(mrt-indice) to len-entregues
           move mrt-cp-falhas(mrt-indice) to len-falhas
           compute mrt-total-campanha = mrt-cp-entregues(mrt-indice)
                                      + mrt-cp-falhas(mrt-indice)
           compute len-taxa rounded =
                   mrt-cp-entregues(mrt-indice) * 100
                   / mrt-total-campanha
           write linha-relatorio from linha-entrega
               after advancing 1 line.
       3010-imprime-campanha-exit.
           exit.
