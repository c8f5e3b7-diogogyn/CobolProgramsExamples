      *                    para a casa de mala direta, com linha    *
      *                    de controle final de selecionados x      *
      *                    lidos.                                   *
      * 15/10/2026 EQP     Canal de contato da corrida (correio,    *
      *                    telefone ou SMS): cliente sem            *
      *                    consentimento no canal (CONSENT.DAT)     *
      *                    fica fora da extracao e da selecao da    *
      *                    campanha, com a contagem dos excluidos   *
      *                    na tela.                                 *
      * 15/10/2026 EQP     Le a sessao do SIGNON: abaixo do nivel   *
      *                    exigido para CLI-SALARIO                 *
      *                    (CAMPMASC/CAMPSENS) a coluna de salario  *
      *                    sai mascarada e a faixa salarial nao e   *
      *                    oferecida.                               *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is sco-cliente
               file status is ext-status-escore.

           select consentimento-arq assign to "CONSENT"
               organization is indexed
               access mode is dynamic
               record key is cns-chave
               file status is ext-status-consent.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is ext-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       fd  escore-clientes.
           copy SCOREREC.

       fd  consentimento-arq.
           copy CONSREC.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       77  ext-status-cliente   pic x(02) value spaces.
       77  ext-qtde-selecionados pic 9(07) value zeros.

       77  ext-salario-editado  pic zzzzzz9,99 value zeros.
       77  ext-salario-editado-x redefines ext-salario-editado
                                pic x(10).
       77  ext-cep-editado      pic 9(08) value zeros.
       77  ext-qtde-ed          pic zzzzzz9 value zeros.
       77  ext-qtde-ed-2        pic zzzzzz9 value zeros.
       77  ext-campanha         pic 9(04) value zeros.
       77  ext-campanha-ed      pic zzz9 value zeros.

      *-----------------------------------------------------------*
      * Consentimento de contato (CONSENT) no canal da corrida:    *
      * quem nao autorizou o canal fica fora da extracao e da      *
      * selecao da campanha.  Sem o arquivo, ninguem autorizou.    *
      *-----------------------------------------------------------*
       77  ext-status-consent   pic x(02) value spaces.
       77  ext-tem-consent      pic x(01) value "N".
           88  ext-consent-ok          value "S".
       77  ext-canal            pic x(01) value spaces.
           88  ext-canal-valido        value "C" "T" "S".
       77  ext-consente         pic x(01) value "N".
       77  ext-qtde-sem-consent pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Salario e campo sensivel (CAMPMASC/CAMPSENS.DAT): abaixo   *
      * do nivel exigido a coluna sai mascarada e a faixa salarial *
      * nao e oferecida como criterio.  Sem sessao, nivel 1.       *
      *-----------------------------------------------------------*
       77  ext-status-sessao    pic x(02) value spaces.
       77  ext-operador-sessao  pic x(08) value "CLIEXTRA".
       77  ext-nivel-sessao     pic 9(01) value 1.
       77  ext-cm-funcao        pic x(01) value "C".
       77  ext-cm-campo         pic x(30) value "CLI-SALARIO".
       77  ext-cm-programa      pic x(08) value "CLIEXTRA".
       77  ext-cm-chave         pic x(20) value spaces.
       77  ext-cm-resultado     pic x(01) value "S".
           88  ext-salario-livre       value "S".

       copy DATASIS.

      *****************************************************************
       inicio.
           display erase
           display "EXTRACAO DE MARKETING DE CLIENTES" at 0310
           perform 0500-confere-salario thru 0500-confere-salario-exit
           if ext-salario-livre
              display "Salario minimo (zeros = sem limite): " at 0510
              accept ext-salario-minimo at 0548
              display "Salario maximo (zeros = sem limite): " at 0610
              accept ext-salario-maximo at 0648
           else
              display "Faixa salarial restrita ao nivel da sessao."
                  at 0510
           end-if
           display "Mes de aniversario (zeros = todos): " at 0710
           accept ext-mes-aniversario at 0747
           display "Cidade (vazio = todas): " at 0810
           display "Dias sem comprar, minimo (zeros = ignora): "
               at 1010
           accept ext-dias-sem-compra at 1054
           display "Canal (C=correio T=telefone S=SMS): " at 1110
           accept ext-canal at 1147
           if ext-canal = spaces
              move "C" to ext-canal
           end-if
           if not ext-canal-valido
              display "Canal invalido." at 1210
              move 16 to return-code
              stop run
           end-if
           if ext-salario-maximo = zeros
              move 9999999,99 to ext-salario-maximo
           end-if
           perform 1100-valida-campanha
              thru 1100-valida-campanha-exit
           perform 1200-abre-escore thru 1200-abre-escore-exit
           perform 1300-abre-consentimento
              thru 1300-abre-consentimento-exit
           perform 2000-percorre-mestre
              thru 2000-percorre-mestre-exit
           perform 4000-grava-controle thru 4000-grava-controle-exit
           if ext-dias-sem-compra > zeros
              close escore-clientes
           end-if
           if ext-consent-ok
              close consentimento-arq
           end-if
           close cliente-mestre extrato-saida
           stop run.

      *-----------------------------------------------------------*
      * Nivel da sessao do SIGNON e visibilidade do salario.       *
      *-----------------------------------------------------------*
       0500-confere-salario.
           open input sessao-corrente
           if ext-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to ext-operador-sessao
                      move ses-nivel to ext-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           call "CAMPMASC" using ext-cm-funcao ext-cm-campo
                                  ext-nivel-sessao ext-cm-programa
                                  ext-operador-sessao ext-cm-chave
                                  ext-cm-resultado
           end-call.
       0500-confere-salario-exit.
           exit.

       1000-abrir-arquivos.
           open input cliente-mestre
           if not ext-cliente-ok
       1200-abre-escore-exit.
           exit.

       1300-abre-consentimento.
           open input consentimento-arq
           if ext-status-consent = "00"
              move "S" to ext-tem-consent
           else
              display "CLIEXTRA: CONSENT indisponivel - nenhum "
                      "cliente autorizado." at 1310
           end-if.
       1300-abre-consentimento-exit.
           exit.

       2000-percorre-mestre.
           move low-values to cli-codigo
           start cliente-mestre key not less than cli-codigo
                      and (ext-cidade-filtro = spaces
                           or cli-cidade = ext-cidade-filtro)
                      and ext-recencia-passa = "S"
                      perform 2030-avalia-consentimento
                         thru 2030-avalia-consentimento-exit
                      if ext-consente = "S"
                         perform 3000-grava-selecionado
                            thru 3000-grava-selecionado-exit
                      else
                         add 1 to ext-qtde-sem-consent
                      end-if
                   end-if
           end-read.
       2010-seleciona-cliente-exit.
       2020-avalia-recencia-exit.
           exit.

      *-----------------------------------------------------------*
      * Consentimento no canal da corrida: so passa quem tem o     *
      * registro autorizado; sem registro, nao passa.              *
      *-----------------------------------------------------------*
       2030-avalia-consentimento.
           move "N" to ext-consente
           if not ext-consent-ok
              go to 2030-avalia-consentimento-exit
           end-if
           move cli-codigo to cns-cliente
           move ext-canal to cns-canal
           read consentimento-arq
               invalid key
                   continue
               not invalid key
                   if cns-autorizado
                      move "S" to ext-consente
                   end-if
           end-read.
       2030-avalia-consentimento-exit.
           exit.

       3000-grava-selecionado.
           move cli-salario to ext-salario-editado
           if not ext-salario-livre
              move "**********" to ext-salario-editado-x
           end-if
           move cli-cep to ext-cep-editado
           move spaces to ext-linha
           string cli-codigo                       delimited by size
           end-string
           write ext-linha
           display "Selecionados " ext-qtde-selecionados
                   " de " ext-qtde-lidos " lidos." at 1410
           display "Fora por falta de consentimento no canal: "
                   ext-qtde-sem-consent at 1510.
       4000-grava-controle-exit.
           exit.
