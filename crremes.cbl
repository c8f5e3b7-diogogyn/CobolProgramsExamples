      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. crremes.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Remessa de boletos de cobranca ao banco: *
      *                    gera CRREMES.DAT com os titulos em       *
      *                    aberto de CONTASREC.DAT ainda nao        *
      *                    registrados no banco, entre header       *
      *                    (data e numero da remessa, sequencia     *
      *                    REMBCO) e trailer com contagem e total,  *
      *                    marcando a data de remessa em cada       *
      *                    titulo - corrida reexecutada nao remete  *
      *                    em dobro.  Mesmo esquema da remessa de   *
      *                    cheques do CHQREMES.                     *
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
           select contas-receber assign to "CONTASREC"
               organization is indexed
               access mode is dynamic
               record key is cr-chave
               file status is crr-status-cr.

           select cliente-mestre assign to "CLIENTE"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               alternate record key is cli-telefone
               file status is crr-status-cliente.

           select remessa-saida assign to "CRREMES.DAT"
               organization is line sequential
               file status is crr-status-remessa.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  contas-receber.
           copy CRECREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  remessa-saida.
       01  rms-registro              pic x(80).

       working-storage section.

       copy CRBCOREC.

       77  crr-status-cr        pic x(02) value spaces.
           88  crr-cr-ok               value "00".
       77  crr-status-cliente   pic x(02) value spaces.
           88  crr-cliente-ok          value "00".
       77  crr-status-remessa   pic x(02) value spaces.

       77  crr-data-real        pic 9(08) value zeros.
       77  crr-data-negocio     pic 9(08) value zeros.

      *-----------------------------------------------------------*
      * Numero da remessa: sequencia REMBCO do SEQNUM, ecoado pelo *
      * banco no retorno.                                          *
      *-----------------------------------------------------------*
       77  crr-sq-funcao        pic x(01) value spaces.
       77  crr-sq-nome          pic x(08) value "REMBCO  ".
       77  crr-sq-numero        pic 9(09) value zeros.
       77  crr-sq-status        pic x(01) value spaces.

       77  crr-saldo-titulo     pic 9(07)v99 value zeros.
       77  crr-qtde-remetidos   pic 9(07) value zeros.
       77  crr-total-remetido   pic 9(011)v99 value zeros.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-gera-remessa thru 2000-gera-remessa-exit
           perform 3000-encerra-remessa
              thru 3000-encerra-remessa-exit
           close contas-receber cliente-mestre remessa-saida
           stop run.

       1000-abrir-arquivos.
           call "BUSDATE" using crr-data-real crr-data-negocio
           end-call
           open i-o contas-receber
           if not crr-cr-ok
              display "CRREMES: carteira CONTASREC indisponivel - "
                      "status " crr-status-cr
              display "Gere os titulos pelo CRGERA."
              move 16 to return-code
              stop run
           end-if
           open input cliente-mestre
           if not crr-cliente-ok
              display "CRREMES: erro ao abrir CLIENTE - status "
                      crr-status-cliente
              move 16 to return-code
              stop run
           end-if
           move "P" to crr-sq-funcao
           move zeros to crr-sq-numero
           call "SEQNUM" using crr-sq-funcao crr-sq-nome
                                crr-sq-numero crr-sq-status
           end-call
           if crr-sq-status not = "0"
              display "CRREMES: erro na sequencia REMBCO - remessa "
                      "nao gerada."
              move 16 to return-code
              stop run
           end-if
           open output remessa-saida
           move "H" to bch-tipo-reg
           move crr-data-negocio to bch-data
           move crr-sq-numero to bch-numero-arquivo
           write rms-registro from bco-header.
       1000-abrir-arquivos-exit.
           exit.

       2000-gera-remessa.
           move low-values to cr-chave
           start contas-receber key not less than cr-chave
               invalid key
                   move "10" to crr-status-cr
               not invalid key
                   move "00" to crr-status-cr
           end-start
           perform 2010-remete-um-titulo
              thru 2010-remete-um-titulo-exit
               until crr-status-cr not = "00".
       2000-gera-remessa-exit.
           exit.

      *-----------------------------------------------------------*
      * Remete o titulo aberto com saldo e ainda sem remessa, pelo *
      * saldo na data; o boleto leva a chave do titulo.            *
      *-----------------------------------------------------------*
       2010-remete-um-titulo.
           read contas-receber next record
               at end
                   move "10" to crr-status-cr
                   go to 2010-remete-um-titulo-exit
           end-read
           if not cr-aberto
              go to 2010-remete-um-titulo-exit
           end-if
           if cr-data-remessa is numeric and cr-data-remessa > zeros
              go to 2010-remete-um-titulo-exit
           end-if
           compute crr-saldo-titulo = cr-valor-original - cr-valor-pago
           if crr-saldo-titulo = zeros
              go to 2010-remete-um-titulo-exit
           end-if
           move cr-cliente to cli-codigo
           read cliente-mestre
               invalid key
                   move spaces to cli-nome
           end-read
           move "D" to bcr-tipo-reg
           move cr-periodo to bcr-periodo
           move cr-lote to bcr-lote
           move cr-sequencial to bcr-sequencial
           move cr-parcela to bcr-parcela
           move cr-cliente to bcr-cliente
           move cli-nome to bcr-nome
           move cr-data-vencimento to bcr-vencimento
           move crr-saldo-titulo to bcr-valor
           write rms-registro from bco-remessa
           add 1 to crr-qtde-remetidos
           add crr-saldo-titulo to crr-total-remetido
           move crr-data-negocio to cr-data-remessa
           rewrite cr-registro.
       2010-remete-um-titulo-exit.
           exit.

       3000-encerra-remessa.
           move "T" to bcf-tipo-reg
           move crr-qtde-remetidos to bcf-qtde
           move crr-total-remetido to bcf-valor-total
           write rms-registro from bco-trailer
           display "CRREMES: remessa " crr-sq-numero " com "
                   crr-qtde-remetidos " titulos, total "
                   crr-total-remetido ".".
       3000-encerra-remessa-exit.
           exit.
