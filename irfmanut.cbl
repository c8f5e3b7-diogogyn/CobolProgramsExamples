      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. irfmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao da tabela de retencao de IR   *
      *                    na fonte sobre comissoes (IRRF.DAT): o   *
      *                    contador inclui uma nova versao com      *
      *                    data de vigencia, faixas, aliquotas,     *
      *                    parcelas a deduzir, deducao da base e    *
      *                    retencao minima, altera uma versao ainda *
      *                    nao vigente e consulta qualquer versao.  *
      * 15/10/2026 EQP     Cada inclusao e alteracao de versao vai  *
      *                    para a trilha comum das tabelas de       *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
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
           select irrf-tabela assign to "IRRF"
               organization is indexed
               access mode is dynamic
               record key is irf-data-vigencia
               file status is irm-status-irrf.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  irrf-tabela.
           copy IRRFREC.

       working-storage section.

       copy DATASIS.

       77  irm-status-irrf      pic x(02) value spaces.
           88  irm-irrf-ok             value "00".

       77  irm-opcao            pic x(01) value spaces.
           88  irm-opcao-sair          value "0".
       77  irm-vigencia         pic 9(08) value zeros.
       77  irm-indice           pic 9(01) value zeros.
       77  irm-qtde-faixas      pic 9(01) value zeros.
       77  irm-linha-tela       pic 99 value zeros.
       77  irm-tela-pos         pic 9(04) value zeros.
       77  irm-data-hoje        pic 9(08) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  irm-ra-programa      pic x(08) value "IRFMANUT".
       77  irm-ra-tabela        pic x(08) value spaces.
       77  irm-ra-chave         pic x(20) value spaces.
       77  irm-ra-operacao      pic x(01) value spaces.
       77  irm-ra-antes         pic x(150) value spaces.
       77  irm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-irrf thru 2000-menu-irrf-exit
               until irm-opcao-sair
           close irrf-tabela
           stop run.

       1000-abrir-arquivo.
           open i-o irrf-tabela
           if irm-status-irrf = "35"
              open output irrf-tabela
              close irrf-tabela
              open i-o irrf-tabela
           end-if
           if not irm-irrf-ok
              display "IRFMANUT: erro ao abrir IRRF - status "
                       irm-status-irrf at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivo-exit.
           exit.

       2000-menu-irrf.
           display erase
           display "TABELA DE RETENCAO DE IR NA FONTE" at 0310
           display "1 - Incluir versao da tabela"      at 0510
           display "2 - Alterar versao nao vigente"    at 0610
           display "3 - Consultar versao"              at 0710
           display "0 - Sair"                          at 0810
           display "Opcao: "                           at 1010
           accept irm-opcao at 1018
           evaluate irm-opcao
               when "1"
                   perform 2100-incluir-versao
                      thru 2100-incluir-versao-exit
               when "2"
                   perform 2200-alterar-versao
                      thru 2200-alterar-versao-exit
               when "3"
                   perform 2300-consultar-versao
                      thru 2300-consultar-versao-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1110
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-irrf-exit.
           exit.

       2100-incluir-versao.
           display erase
           display "INCLUSAO DE VERSAO DA TABELA" at 0310
           display "Data de vigencia (AAAAMMDD): " at 0510
           accept irm-vigencia at 0540
           move irm-vigencia to irf-data-vigencia
           read irrf-tabela
               invalid key
                   continue
               not invalid key
                   display "Ja existe versao com esta vigencia."
                       at 0710
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-versao-exit
           end-read
           perform 2150-aceita-faixas thru 2150-aceita-faixas-exit
           move irm-vigencia to irf-data-vigencia
           write irf-registro
               invalid key
                   display "Erro ao gravar versao - status "
                            irm-status-irrf at 1810
               not invalid key
                   display "Versao gravada." at 1810
                   move "I" to irm-ra-operacao
                   move spaces to irm-ra-antes
                   perform 2810-audita-versao
                      thru 2810-audita-versao-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-versao-exit.
           exit.

      *-----------------------------------------------------------*
      * Aceita a versao: deducao fixa da base, retencao minima,    *
      * quantidade de faixas (1-5) e, para cada faixa, o limite    *
      * superior da base, a aliquota e a parcela a deduzir.  Os    *
      * limites devem vir em ordem crescente; a ultima faixa vale  *
      * ate o teto do campo.                                       *
      *-----------------------------------------------------------*
       2150-aceita-faixas.
           display "Deducao da base (99999,99): " at 0610
           accept irf-deducao-base at 0640
           display "Retencao minima (999,99): " at 0710
           accept irf-retencao-minima at 0740
           display "Quantidade de faixas (1-5): " at 0810
           accept irm-qtde-faixas at 0839
           if irm-qtde-faixas < 1 or irm-qtde-faixas > 5
              display "Quantidade invalida." at 1810
              go to 2150-aceita-faixas
           end-if
           move irm-qtde-faixas to irf-qtde-faixas
           move zeros to irf-faixas
           move 9 to irm-linha-tela
           perform 2160-aceita-uma-faixa
              thru 2160-aceita-uma-faixa-exit
               varying irm-indice from 1 by 1
               until irm-indice > irm-qtde-faixas.
       2150-aceita-faixas-exit.
           exit.

       2160-aceita-uma-faixa.
           compute irm-tela-pos = irm-linha-tela * 100 + 02
           display "Faixa " irm-indice
                   " ate (9999999,99): " at irm-tela-pos
           compute irm-tela-pos = irm-linha-tela * 100 + 29
           accept irf-limite(irm-indice) at irm-tela-pos
           compute irm-tela-pos = irm-linha-tela * 100 + 41
           display "aliq.: " at irm-tela-pos
           compute irm-tela-pos = irm-linha-tela * 100 + 48
           accept irf-aliquota(irm-indice) at irm-tela-pos
           compute irm-tela-pos = irm-linha-tela * 100 + 55
           display "deduzir: " at irm-tela-pos
           compute irm-tela-pos = irm-linha-tela * 100 + 64
           accept irf-parcela-deduzir(irm-indice) at irm-tela-pos
           if irm-indice > 1
              if irf-limite(irm-indice) not >
                 irf-limite(irm-indice - 1)
                 display "Limite deve crescer a cada faixa." at 1810
                 go to 2160-aceita-uma-faixa
              end-if
           end-if
           add 1 to irm-linha-tela.
       2160-aceita-uma-faixa-exit.
           exit.

      *-----------------------------------------------------------*
      * So versao com vigencia futura pode ser alterada: versao ja *
      * vigente e historico de calculo e permanece como esta.      *
      *-----------------------------------------------------------*
       2200-alterar-versao.
           display erase
           display "ALTERACAO DE VERSAO DA TABELA" at 0310
           display "Data de vigencia (AAAAMMDD): " at 0510
           accept irm-vigencia at 0540
           move irm-vigencia to irf-data-vigencia
           read irrf-tabela
               invalid key
                   display "Versao inexistente." at 0710
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-versao-exit
           end-read
           accept data-sistema from date yyyymmdd
           compute irm-data-hoje = ano-sistema * 10000
                                  + mes-sistema * 100 + dia-sistema
           if irm-vigencia not > irm-data-hoje
              display "Versao ja vigente - nao pode ser alterada."
                  at 0710
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2200-alterar-versao-exit
           end-if
           move irf-registro to irm-ra-antes
           perform 2150-aceita-faixas thru 2150-aceita-faixas-exit
           move irm-vigencia to irf-data-vigencia
           rewrite irf-registro
               invalid key
                   display "Erro ao regravar versao - status "
                            irm-status-irrf at 1810
               not invalid key
                   display "Versao alterada." at 1810
                   move "A" to irm-ra-operacao
                   perform 2810-audita-versao
                      thru 2810-audita-versao-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-versao-exit.
           exit.

       2300-consultar-versao.
           display erase
           display "CONSULTA DE VERSAO DA TABELA" at 0310
           display "Data de vigencia (AAAAMMDD): " at 0510
           accept irm-vigencia at 0540
           move irm-vigencia to irf-data-vigencia
           read irrf-tabela
               invalid key
                   display "Versao inexistente." at 0710
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2300-consultar-versao-exit
           end-read
           display "Deducao da base: " irf-deducao-base
                   "   Retencao minima: " irf-retencao-minima
               at 0610
           move 8 to irm-linha-tela
           perform 2310-exibe-uma-faixa
              thru 2310-exibe-uma-faixa-exit
               varying irm-indice from 1 by 1
               until irm-indice > irf-qtde-faixas
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-versao-exit.
           exit.

       2310-exibe-uma-faixa.
           compute irm-tela-pos = irm-linha-tela * 100 + 10
           display "Faixa " irm-indice
                   " ate " irf-limite(irm-indice)
                   " aliquota " irf-aliquota(irm-indice)
                   " deduzir " irf-parcela-deduzir(irm-indice)
               at irm-tela-pos
           add 1 to irm-linha-tela.
       2310-exibe-uma-faixa-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using irm-ra-programa irm-ra-tabela
                               irm-ra-chave irm-ra-operacao
                               irm-ra-antes irm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-versao.
           move "IRRF" to irm-ra-tabela
           move irf-data-vigencia to irm-ra-chave
           move irf-registro to irm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-versao-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
