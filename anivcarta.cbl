      *                    VOUCHER.DAT e resgatavel pela cadeia de  *
      *                    vendas - a carta deixou de so            *
      *                    parabenizar.                             *
      * 15/10/2026 EQP     grava origem aniversario no vale         *
      * 15/10/2026 EQP     Cliente sem consentimento de contato     *
      *                    pelo correio (CONSENT.DAT) nao recebe    *
      *                    carta nem vale; a pagina de controle     *
      *                    conta os excluidos.                      *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is vch-codigo
               file status is acr-status-voucher.

           select consentimento-arq assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is cns-chave
               file status is acr-status-consent.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  voucher-arq.
           copy VOUCHREC.

       fd  consentimento-arq.
           copy CONSREC.

       working-storage section.

       77  acr-status-aniv      pic x(02) value spaces.
       77  acr-int-emissao      pic 9(07) value zeros.
       77  acr-data-8           pic 9(08) value zeros.
       77  acr-qtde-vouchers    pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Carta vai pelo correio: cliente sem consentimento no canal *
      * correio (CONSENT) nao recebe carta nem vale.  Sem o        *
      * arquivo, ninguem autorizou.                                *
      *-----------------------------------------------------------*
       77  acr-status-consent   pic x(02) value spaces.
       77  acr-tem-consent      pic x(01) value "N".
           88  acr-consent-ok          value "S".
       77  acr-consente         pic x(01) value "N".
       77  acr-qtde-sem-consent pic 9(05) value zeros.
       01  linha-carta-voucher.
           05  filler                pic x(15) value
                                          "VALE-PRESENTE: ".
              thru 4000-pagina-de-controle-exit
           close aniversario-mestre cliente-mestre cartas-relatorio
                 voucher-arq
           if acr-consent-ok
              close consentimento-arq
           end-if
           stop run.

       1000-abrir-arquivos.
                       acr-status-voucher
              move 16 to return-code
              stop run
           end-if
           open input consentimento-arq
           if acr-status-consent = "00"
              move "S" to acr-tem-consent
           else
              display "ANIVCARTA: CONSENT indisponivel - nenhum "
                      "cliente autorizado."
           end-if.
       1000-abrir-arquivos-exit.
           exit.
                   perform 2500-calcula-dias
                      thru 2500-calcula-dias-exit
                   if acr-data-valida and acr-bd-dias-aniv <= 7
                      perform 3020-verifica-consentimento
                         thru 3020-verifica-consentimento-exit
                      if acr-consente not = "S"
                         add 1 to acr-qtde-sem-consent
                         go to 3010-verifica-cliente-exit
                      end-if
                      move cli-nome to lcs-nome
                      move cli-dia to lct-dia
                      move cli-mes to lct-mes
       3010-verifica-cliente-exit.
           exit.

       3020-verifica-consentimento.
           move "N" to acr-consente
           if not acr-consent-ok
              go to 3020-verifica-consentimento-exit
           end-if
           move cli-codigo to cns-cliente
           move "C" to cns-canal
           read consentimento-arq
               invalid key
                   continue
               not invalid key
                   if cns-autorizado
                      move "S" to acr-consente
                   end-if
           end-read.
       3020-verifica-consentimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Dias ate o proximo aniversario pela mesma subrotina        *
      * BDAYVAL da tela de cadastro.                               *
           move acr-sq-numero to vch-codigo
           move cli-codigo to vch-cliente
           move acr-voucher-desconto to vch-desconto-pct
           move "A" to vch-origem
           move zeros to vch-valor-desconto
           move acr-data-8 to vch-validade-inicio
           compute vch-validade-fim = function date-of-integer
                   (acr-int-emissao + acr-voucher-validade)
               after advancing 1 line
           move "VALES-PRESENTE EMITIDOS:" to lcc-descricao
           move acr-qtde-vouchers to lcc-quantidade
           write linha-relatorio from linha-controle-cartas
               after advancing 1 line
           move "SEM CONSENTIMENTO PARA CORREIO:"
             to lcc-descricao
           move acr-qtde-sem-consent to lcc-quantidade
           write linha-relatorio from linha-controle-cartas
               after advancing 1 line.
       4000-pagina-de-controle-exit.
