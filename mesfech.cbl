      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. mesfech.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Checklist de fechamento do mes: confere  *
      *                    nos proprios arquivos cada passo do      *
      *                    fechamento (lotes exportados ao diario,  *
      *                    CRGERA, GLGERA, VENDPROV e CHQCONF       *
      *                    executados, retorno da folha anterior    *
      *                    processado, suspense da folha sem        *
      *                    pendencia vencida, ultima integridade    *
      *                    UTILREF limpa), mostra cada checagem     *
      *                    verde ou vermelha e grava o resultado    *
      *                    em CHKMES.DAT.  As checagens feitas      *
      *                    vem de MESFECH.CFG (um codigo por        *
      *                    linha; ausente, todas).  Com falhas, o   *
      *                    operador de nivel 3 pode aceitar as      *
      *                    excecoes com justificativa - o PERICTL   *
      *                    so fecha o periodo com o checklist verde *
      *                    ou aceito.                               *
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
           select configuracao assign to "MESFECH.CFG"
               organization is line sequential
               file status is mfc-status-cfg.

           select execucao-log assign to "EXECLOG.DAT"
               organization is line sequential
               file status is mfc-status-exec.

           select periodo-controle assign to "PERIODO"
               organization is indexed
               access mode is dynamic
               record key is per-periodo
               file status is mfc-status-periodo.

           select lote-controle assign to "LOTECTL"
               organization is indexed
               access mode is dynamic
               record key is lot-chave
               file status is mfc-status-lote.

           select folha-suspense assign to "FOLHASUSP"
               organization is indexed
               access mode is dynamic
               record key is fsp-chave
               file status is mfc-status-susp.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is mfc-status-sessao.

           select checklist-mes assign to "CHKMES"
               organization is indexed
               access mode is dynamic
               record key is ckm-periodo
               file status is mfc-status-chk.

           select checklist-relatorio assign to "MESFECH.RPT"
               organization is line sequential
               file status is mfc-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
      *-----------------------------------------------------------*
      * MESFECH.CFG: codigo da checagem nas 8 primeiras colunas;   *
      * linha em branco ou iniciada por "*" e comentario.          *
      *-----------------------------------------------------------*
       fd  configuracao.
       01  mcf-registro.
           05  mcf-codigo            pic x(08).
           05  filler                pic x(72).

       fd  execucao-log.
           copy EXECREC.

       fd  periodo-controle.
           copy PERREC.

       fd  lote-controle.
           copy LOTEREC.

       fd  folha-suspense.
           copy FOLHASUS.

       fd  sessao-corrente.
           copy SESSREC.

       fd  checklist-mes.
           copy CHKMES.

       fd  checklist-relatorio.
       01  linha-relatorio           pic x(110).

       working-storage section.

       copy DATASIS.

       77  mfc-status-cfg       pic x(02) value spaces.
           88  mfc-fim-cfg             value "10".
       77  mfc-status-exec      pic x(02) value spaces.
           88  mfc-fim-exec            value "10".
       77  mfc-status-periodo   pic x(02) value spaces.
       77  mfc-status-lote      pic x(02) value spaces.
       77  mfc-status-susp      pic x(02) value spaces.
       77  mfc-status-sessao    pic x(02) value spaces.
       77  mfc-status-chk       pic x(02) value spaces.
       77  mfc-status-relat     pic x(02) value spaces.

       77  mfc-hora-atual       pic 9(08) value zeros.
       77  mfc-operador-sessao  pic x(08) value "MESFECH ".
       77  mfc-nivel-sessao     pic 9(01) value zeros.
       77  mfc-periodo-valido   pic x(01) value "N".
           88  mfc-periodo-ok          value "S".
       77  mfc-tem-checklist    pic x(01) value "N".
           88  mfc-checklist-existe    value "S".
       77  mfc-achou            pic x(01) value "N".
       77  mfc-resposta         pic x(01) value spaces.
       77  mfc-justificativa    pic x(40) value spaces.
       77  mfc-situacao-final   pic x(01) value spaces.
           88  mfc-final-verde         value "V".
           88  mfc-final-vermelho      value "R".
           88  mfc-final-aceito        value "A".
       77  entra                pic x(01) value spaces.

       77  mfc-indice           pic 9(02) value zeros.
       77  mfc-qtde-tabela      pic 9(02) value 8.
       77  mfc-qtde-ativas      pic 9(02) value zeros.
       77  mfc-qtde-falhas      pic 9(02) value zeros.
       77  mfc-qtde-desconhec   pic 9(03) value zeros.
       77  mfc-qtde-guardadas   pic 9(02) value zeros.
       77  mfc-linha-tela       pic 9(02) value zeros.
       77  mfc-posicao-tela     pic 9(04) value zeros.
       77  mfc-qtde-lotes       pic 9(05) value zeros.
       77  mfc-qtde-nao-export  pic 9(05) value zeros.
       77  mfc-qtde-pendentes   pic 9(05) value zeros.
       77  mfc-qtde-vencidas    pic 9(05) value zeros.
       77  mfc-qtde-edit        pic zzzz9.
       77  mfc-total-edit       pic zzzz9.
       77  mfc-retorno-edit     pic zzz9.

       01  mfc-periodo.
           05  mfc-ano               pic 9(04).
           05  mfc-mes               pic 9(02).
       01  mfc-periodo-num redefines mfc-periodo
                                     pic 9(06).
       01  mfc-periodo-anterior.
           05  mfc-ano-anterior      pic 9(04).
           05  mfc-mes-anterior      pic 9(02).
       01  mfc-anterior-num redefines mfc-periodo-anterior
                                     pic 9(06).

       01  mfc-data-tela.
           05  mfc-dia-tela          pic 9(02).
           05  filler                pic x(01) value "/".
           05  mfc-mes-tela          pic 9(02).
           05  filler                pic x(01) value "/".
           05  mfc-ano-tela          pic 9(04).

      *-----------------------------------------------------------*
      * Checagens conhecidas: codigo (o mesmo do MESFECH.CFG e,    *
      * para as de execucao, o programa gravado no EXECLOG.DAT) e  *
      * descricao.                                                 *
      *-----------------------------------------------------------*
       01  mfc-checagens-validas.
           05  filler  pic x(48) value
                  "LOTEGL  LOTES DO PERIODO EXPORTADOS AO DIARIO   ".
           05  filler  pic x(48) value
                  "CRGERA  TITULOS A RECEBER GERADOS (CRGERA)      ".
           05  filler  pic x(48) value
                  "GLGERA  DIARIO CONTABIL GERADO (GLGERA)         ".
           05  filler  pic x(48) value
                  "VENDPROVPROVISAO DE COMISSOES GERADA (VENDPROV) ".
           05  filler  pic x(48) value
                  "CHQCONF CONFIRMACOES DE CHEQUES (CHQCONF)       ".
           05  filler  pic x(48) value
                  "FOLHARETRETORNO DA FOLHA ANTERIOR (FOLHARET)    ".
           05  filler  pic x(48) value
                  "FOLHASUSSUSPENSE DA FOLHA SEM PENDENCIA VENCIDA ".
           05  filler  pic x(48) value
                  "UTILREF ULTIMA INTEGRIDADE LIMPA (UTILREF)      ".
       01  mfc-tabela-checagens redefines mfc-checagens-validas.
           05  mfc-checagem          occurs 8 times.
               10  mfc-ck-codigo     pic x(08).
               10  mfc-ck-descricao  pic x(40).

       01  mfc-tabela-resultados.
           05  mfc-resultado         occurs 8 times.
               10  mfc-rs-ativa      pic x(01).
                   88  mfc-rs-checar       value "S".
               10  mfc-rs-situacao   pic x(01).
                   88  mfc-rs-verde        value "V".
                   88  mfc-rs-vermelho     value "R".
               10  mfc-rs-achou-exec pic x(01).
                   88  mfc-rs-executou     value "S".
               10  mfc-rs-ult-data   pic 9(08).
               10  mfc-rs-ult-periodo pic 9(06).
               10  mfc-rs-ult-retorno pic 9(04).
               10  mfc-rs-detalhe    pic x(40).

       01  cab-checklist.
           05  filler                pic x(42) value
                  "CHECKLIST DE FECHAMENTO DO MES - PERIODO  ".
           05  cc-periodo            pic 9(06).
           05  filler                pic x(11) value
                  "   EMISSAO ".
           05  cc-data               pic x(10).
       01  cab-colunas.
           05  filler                pic x(50) value
                  "CHECAGEM  DESCRICAO".
           05  filler                pic x(10) value "SITUACAO".
           05  filler                pic x(40) value "DETALHE".
       01  linha-checagem.
           05  lck-codigo            pic x(08).
           05  filler                pic x(02) value spaces.
           05  lck-descricao         pic x(40).
           05  lck-situacao          pic x(08).
           05  filler                pic x(02) value spaces.
           05  lck-detalhe           pic x(40).
       01  linha-resumo.
           05  lrs-descricao         pic x(50).
           05  lrs-valor             pic x(50).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 1100-aceita-periodo thru 1100-aceita-periodo-exit
           if mfc-periodo-ok
              perform 1200-carrega-configuracao
                 thru 1200-carrega-configuracao-exit
              perform 1300-le-execucoes thru 1300-le-execucoes-exit
              perform 2000-executa-checagem
                 thru 2000-executa-checagem-exit
                  varying mfc-indice from 1 by 1
                  until mfc-indice > mfc-qtde-tabela
              perform 3000-apresenta-resultado
                 thru 3000-apresenta-resultado-exit
              perform 4000-aceita-excecoes
                 thru 4000-aceita-excecoes-exit
              perform 5000-grava-checklist
                 thru 5000-grava-checklist-exit
              close checklist-relatorio
           end-if
           perform 2900-espera-operador thru 2900-espera-operador-exit
           close periodo-controle checklist-mes
           if mfc-qtde-falhas > zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           open input periodo-controle
           if mfc-status-periodo not = "00"
              display "MESFECH: erro ao abrir PERIODO - status "
                       mfc-status-periodo at 1410
              move 16 to return-code
              stop run
           end-if
           open i-o checklist-mes
           if mfc-status-chk = "35"
              open output checklist-mes
              close checklist-mes
              open i-o checklist-mes
           end-if
           if mfc-status-chk not = "00"
              display "MESFECH: erro ao abrir CHKMES - status "
                       mfc-status-chk at 1410
              move 16 to return-code
              stop run
           end-if
           move zeros to mfc-nivel-sessao
           open input sessao-corrente
           if mfc-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-nivel to mfc-nivel-sessao
                      move ses-operador to mfc-operador-sessao
              end-read
              close sessao-corrente
           end-if
           accept data-sistema from date yyyymmdd
           accept mfc-hora-atual from time
           move dia-sistema to mfc-dia-tela
           move mes-sistema to mfc-mes-tela
           move ano-sistema to mfc-ano-tela.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * O periodo conferido tem de existir e estar aberto; o       *
      * anterior e o da folha cujo retorno ja deve ter voltado.    *
      *-----------------------------------------------------------*
       1100-aceita-periodo.
           display erase
           display "CHECKLIST DE FECHAMENTO DO MES" at 0310
           display "Periodo (AAAAMM): " at 0510
           accept mfc-periodo-num at 0529
           move mfc-periodo-num to per-periodo
           read periodo-controle
               invalid key
                   display "Periodo inexistente." at 0710
                   go to 1100-aceita-periodo-exit
           end-read
           if per-fechado
              display "Periodo ja esta fechado." at 0710
              go to 1100-aceita-periodo-exit
           end-if
           move mfc-periodo to mfc-periodo-anterior
           if mfc-mes = 01
              subtract 1 from mfc-ano-anterior
              move 12 to mfc-mes-anterior
           else
              subtract 1 from mfc-mes-anterior
           end-if
           move "S" to mfc-periodo-valido.
       1100-aceita-periodo-exit.
           exit.

      *-----------------------------------------------------------*
      * Marca as checagens pedidas no MESFECH.CFG; arquivo         *
      * ausente, ou sem codigo conhecido, confere todas.           *
      *-----------------------------------------------------------*
       1200-carrega-configuracao.
           perform 1230-prepara-resultado
              thru 1230-prepara-resultado-exit
               varying mfc-indice from 1 by 1
               until mfc-indice > mfc-qtde-tabela
           open input configuracao
           if mfc-status-cfg = "00"
              perform 1210-le-configuracao
                 thru 1210-le-configuracao-exit
                  until mfc-fim-cfg
              close configuracao
           end-if
           move zeros to mfc-qtde-ativas
           perform 1240-conta-ativa thru 1240-conta-ativa-exit
               varying mfc-indice from 1 by 1
               until mfc-indice > mfc-qtde-tabela
           if mfc-qtde-ativas = zeros
              perform 1250-ativa-todas thru 1250-ativa-todas-exit
                  varying mfc-indice from 1 by 1
                  until mfc-indice > mfc-qtde-tabela
           end-if.
       1200-carrega-configuracao-exit.
           exit.

       1210-le-configuracao.
           read configuracao
               at end
                   move "10" to mfc-status-cfg
                   go to 1210-le-configuracao-exit
           end-read
           if mcf-codigo = spaces or mcf-codigo(1:1) = "*"
              go to 1210-le-configuracao-exit
           end-if
           move "N" to mfc-achou
           perform 1220-procura-codigo thru 1220-procura-codigo-exit
               varying mfc-indice from 1 by 1
               until mfc-indice > mfc-qtde-tabela
                  or mfc-achou = "S"
           if mfc-achou = "N"
              add 1 to mfc-qtde-desconhec
           end-if.
       1210-le-configuracao-exit.
           exit.

       1220-procura-codigo.
           if mfc-ck-codigo(mfc-indice) = mcf-codigo
              move "S" to mfc-rs-ativa(mfc-indice)
              move "S" to mfc-achou
           end-if.
       1220-procura-codigo-exit.
           exit.

       1230-prepara-resultado.
           move "N" to mfc-rs-ativa(mfc-indice)
           move "V" to mfc-rs-situacao(mfc-indice)
           move "N" to mfc-rs-achou-exec(mfc-indice)
           move zeros to mfc-rs-ult-data(mfc-indice)
                         mfc-rs-ult-periodo(mfc-indice)
                         mfc-rs-ult-retorno(mfc-indice)
           move spaces to mfc-rs-detalhe(mfc-indice).
       1230-prepara-resultado-exit.
           exit.

       1240-conta-ativa.
           if mfc-rs-checar(mfc-indice)
              add 1 to mfc-qtde-ativas
           end-if.
       1240-conta-ativa-exit.
           exit.

       1250-ativa-todas.
           move "S" to mfc-rs-ativa(mfc-indice)
           add 1 to mfc-qtde-ativas.
       1250-ativa-todas-exit.
           exit.

      *-----------------------------------------------------------*
      * Le o EXECLOG.DAT (gravado pelo EXECREG ao fim de cada      *
      * programa do fechamento) guardando, por checagem, a         *
      * execucao que a satisfaz: FOLHARET do periodo anterior,     *
      * UTILREF a ultima corrida, os demais qualquer corrida no    *
      * periodo ou depois que nao tenha abortado (retorno < 16).   *
      *-----------------------------------------------------------*
       1300-le-execucoes.
           open input execucao-log
           if mfc-status-exec not = "00"
              go to 1300-le-execucoes-exit
           end-if
           perform 1310-le-uma-execucao
              thru 1310-le-uma-execucao-exit
               until mfc-fim-exec
           close execucao-log.
       1300-le-execucoes-exit.
           exit.

       1310-le-uma-execucao.
           read execucao-log
               at end
                   move "10" to mfc-status-exec
                   go to 1310-le-uma-execucao-exit
           end-read
           perform 1320-confere-execucao
              thru 1320-confere-execucao-exit
               varying mfc-indice from 1 by 1
               until mfc-indice > mfc-qtde-tabela.
       1310-le-uma-execucao-exit.
           exit.

       1320-confere-execucao.
           if mfc-ck-codigo(mfc-indice) not = exr-programa
              go to 1320-confere-execucao-exit
           end-if
           evaluate exr-programa
               when "UTILREF"
                   perform 1330-guarda-execucao
                      thru 1330-guarda-execucao-exit
               when "FOLHARET"
                   if exr-periodo = mfc-anterior-num
                      and exr-retorno < 16
                      perform 1330-guarda-execucao
                         thru 1330-guarda-execucao-exit
                   end-if
               when other
                   if exr-periodo not < mfc-periodo-num
                      and exr-retorno < 16
                      perform 1330-guarda-execucao
                         thru 1330-guarda-execucao-exit
                   end-if
           end-evaluate.
       1320-confere-execucao-exit.
           exit.

       1330-guarda-execucao.
           move "S" to mfc-rs-achou-exec(mfc-indice)
           move exr-data to mfc-rs-ult-data(mfc-indice)
           move exr-periodo to mfc-rs-ult-periodo(mfc-indice)
           move exr-retorno to mfc-rs-ult-retorno(mfc-indice).
       1330-guarda-execucao-exit.
           exit.

      *-----------------------------------------------------------*
      * Executa uma checagem pedida; a que falha fica vermelha com *
      * o detalhe do motivo.                                       *
      *-----------------------------------------------------------*
       2000-executa-checagem.
           if not mfc-rs-checar(mfc-indice)
              go to 2000-executa-checagem-exit
           end-if
           evaluate mfc-ck-codigo(mfc-indice)
               when "LOTEGL"
                   perform 2100-confere-lotes
                      thru 2100-confere-lotes-exit
               when "FOLHASUS"
                   perform 2200-confere-suspense
                      thru 2200-confere-suspense-exit
               when "FOLHARET"
                   perform 2300-confere-retorno-folha
                      thru 2300-confere-retorno-folha-exit
               when "UTILREF"
                   perform 2400-confere-integridade
                      thru 2400-confere-integridade-exit
               when other
                   perform 2500-confere-execucao
                      thru 2500-confere-execucao-exit
           end-evaluate
           if mfc-rs-vermelho(mfc-indice)
              add 1 to mfc-qtde-falhas
           end-if.
       2000-executa-checagem-exit.
           exit.

      *-----------------------------------------------------------*
      * Todo lote aplicado no periodo (LOTECTL) ja exportado ao    *
      * diario pelo GLGERA.                                        *
      *-----------------------------------------------------------*
       2100-confere-lotes.
           move zeros to mfc-qtde-lotes mfc-qtde-nao-export
           open input lote-controle
           if mfc-status-lote = "35"
              move "NENHUM LOTE APLICADO NO PERIODO"
                to mfc-rs-detalhe(mfc-indice)
              go to 2100-confere-lotes-exit
           end-if
           if mfc-status-lote not = "00"
              move "R" to mfc-rs-situacao(mfc-indice)
              string "LOTECTL INDISPONIVEL - STATUS "
                     mfc-status-lote delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
              go to 2100-confere-lotes-exit
           end-if
           move mfc-periodo-num to lot-periodo
           move zeros to lot-numero
           start lote-controle key not less than lot-chave
               invalid key
                   move "10" to mfc-status-lote
           end-start
           perform 2110-confere-um-lote thru 2110-confere-um-lote-exit
               until mfc-status-lote not = "00"
           close lote-controle
           move mfc-qtde-nao-export to mfc-qtde-edit
           move mfc-qtde-lotes to mfc-total-edit
           if mfc-qtde-nao-export > zeros
              move "R" to mfc-rs-situacao(mfc-indice)
              string mfc-qtde-edit " DE " mfc-total-edit
                     " LOTES SEM EXPORTACAO" delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           else
              string mfc-total-edit " LOTES, TODOS EXPORTADOS"
                     delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           end-if.
       2100-confere-lotes-exit.
           exit.

       2110-confere-um-lote.
           read lote-controle next record
               at end
                   move "10" to mfc-status-lote
                   go to 2110-confere-um-lote-exit
           end-read
           if lot-periodo not = mfc-periodo-num
              move "10" to mfc-status-lote
              go to 2110-confere-um-lote-exit
           end-if
           add 1 to mfc-qtde-lotes
           if not lot-gl-exportado
              add 1 to mfc-qtde-nao-export
           end-if.
       2110-confere-um-lote-exit.
           exit.

      *-----------------------------------------------------------*
      * Suspense da folha: as rejeicoes do retorno do periodo      *
      * anterior sao reemitidas por este fechamento e nao contam;  *
      * pendencia de periodo mais antigo ja devia ter sido         *
      * reemitida e reprova a checagem.                            *
      *-----------------------------------------------------------*
       2200-confere-suspense.
           move zeros to mfc-qtde-pendentes mfc-qtde-vencidas
           open input folha-suspense
           if mfc-status-susp = "35"
              move "SUSPENSE VAZIO" to mfc-rs-detalhe(mfc-indice)
              go to 2200-confere-suspense-exit
           end-if
           if mfc-status-susp not = "00"
              move "R" to mfc-rs-situacao(mfc-indice)
              string "FOLHASUSP INDISPONIVEL - STATUS "
                     mfc-status-susp delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
              go to 2200-confere-suspense-exit
           end-if
           move low-values to fsp-chave
           start folha-suspense key not less than fsp-chave
               invalid key
                   move "10" to mfc-status-susp
           end-start
           perform 2210-confere-uma-pendencia
              thru 2210-confere-uma-pendencia-exit
               until mfc-status-susp not = "00"
           close folha-suspense
           if mfc-qtde-vencidas > zeros
              move "R" to mfc-rs-situacao(mfc-indice)
              move mfc-qtde-vencidas to mfc-qtde-edit
              string mfc-qtde-edit " PENDENCIAS VENCIDAS"
                     delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           else
              move mfc-qtde-pendentes to mfc-qtde-edit
              string mfc-qtde-edit " A REEMITIR NESTE FECHAMENTO"
                     delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           end-if.
       2200-confere-suspense-exit.
           exit.

       2210-confere-uma-pendencia.
           read folha-suspense next record
               at end
                   move "10" to mfc-status-susp
                   go to 2210-confere-uma-pendencia-exit
           end-read
           if fsp-pendente
              if fsp-periodo < mfc-anterior-num
                 add 1 to mfc-qtde-vencidas
              else
                 add 1 to mfc-qtde-pendentes
              end-if
           end-if.
       2210-confere-uma-pendencia-exit.
           exit.

      *-----------------------------------------------------------*
      * O FOLHAINT sai no fechamento do periodo; o que se cobra    *
      * agora e o retorno do enviado no fechamento anterior.       *
      *-----------------------------------------------------------*
       2300-confere-retorno-folha.
           move mfc-anterior-num to per-periodo
           read periodo-controle
               invalid key
                   move "SEM FOLHA ENVIADA NO PERIODO ANTERIOR"
                     to mfc-rs-detalhe(mfc-indice)
                   go to 2300-confere-retorno-folha-exit
           end-read
           if not per-fechado
              move "PERIODO ANTERIOR NAO FECHADO"
                to mfc-rs-detalhe(mfc-indice)
              go to 2300-confere-retorno-folha-exit
           end-if
           if mfc-rs-executou(mfc-indice)
              perform 2910-edita-data thru 2910-edita-data-exit
              string "RETORNO " mfc-anterior-num
                     " PROCESSADO EM " mfc-data-tela
                     delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           else
              move "R" to mfc-rs-situacao(mfc-indice)
              string "RETORNO DA FOLHA " mfc-anterior-num
                     " NAO PROCESSADO" delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           end-if.
       2300-confere-retorno-folha-exit.
           exit.

      *-----------------------------------------------------------*
      * A ultima corrida do UTILREF tem de ser do periodo ou       *
      * posterior e ter terminado limpa (retorno zero).            *
      *-----------------------------------------------------------*
       2400-confere-integridade.
           if not mfc-rs-executou(mfc-indice)
              move "R" to mfc-rs-situacao(mfc-indice)
              move "NENHUMA EXECUCAO REGISTRADA"
                to mfc-rs-detalhe(mfc-indice)
              go to 2400-confere-integridade-exit
           end-if
           perform 2910-edita-data thru 2910-edita-data-exit
           evaluate true
               when mfc-rs-ult-retorno(mfc-indice) not = zeros
                   move "R" to mfc-rs-situacao(mfc-indice)
                   move mfc-rs-ult-retorno(mfc-indice)
                     to mfc-retorno-edit
                   string "ULTIMA EM " mfc-data-tela
                          " COM RETORNO " mfc-retorno-edit
                          delimited by size
                          into mfc-rs-detalhe(mfc-indice)
                   end-string
               when mfc-rs-ult-periodo(mfc-indice) < mfc-periodo-num
                   move "R" to mfc-rs-situacao(mfc-indice)
                   string "ULTIMA EM " mfc-data-tela
                          ", ANTERIOR AO PERIODO"
                          delimited by size
                          into mfc-rs-detalhe(mfc-indice)
                   end-string
               when other
                   string "ULTIMA EM " mfc-data-tela ", LIMPA"
                          delimited by size
                          into mfc-rs-detalhe(mfc-indice)
                   end-string
           end-evaluate.
       2400-confere-integridade-exit.
           exit.

       2500-confere-execucao.
           if mfc-rs-executou(mfc-indice)
              perform 2910-edita-data thru 2910-edita-data-exit
              string "EXECUTADO EM " mfc-data-tela
                     delimited by size
                     into mfc-rs-detalhe(mfc-indice)
              end-string
           else
              move "R" to mfc-rs-situacao(mfc-indice)
              move "SEM EXECUCAO NO PERIODO"
                to mfc-rs-detalhe(mfc-indice)
           end-if.
       2500-confere-execucao-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.

       2910-edita-data.
           move mfc-rs-ult-data(mfc-indice)(7:2) to mfc-dia-tela
           move mfc-rs-ult-data(mfc-indice)(5:2) to mfc-mes-tela
           move mfc-rs-ult-data(mfc-indice)(1:4) to mfc-ano-tela.
       2910-edita-data-exit.
           exit.

      *-----------------------------------------------------------*
      * Mostra cada checagem pedida em verde ou vermelho e imprime *
      * o MESFECH.RPT com o detalhe.                               *
      *-----------------------------------------------------------*
       3000-apresenta-resultado.
           open output checklist-relatorio
           move mfc-periodo-num to cc-periodo
           move dia-sistema to mfc-dia-tela
           move mes-sistema to mfc-mes-tela
           move ano-sistema to mfc-ano-tela
           move mfc-data-tela to cc-data
           write linha-relatorio from cab-checklist
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           write linha-relatorio from cab-colunas
               after advancing 1 line
           display erase
           display "CHECKLIST DE FECHAMENTO DO MES - PERIODO " at 0310
           display mfc-periodo-num at 0351
           move 5 to mfc-linha-tela
           perform 3100-apresenta-checagem
              thru 3100-apresenta-checagem-exit
               varying mfc-indice from 1 by 1
               until mfc-indice > mfc-qtde-tabela
           if mfc-qtde-falhas = zeros
              move "V" to mfc-situacao-final
              display "CHECKLIST VERDE - FECHAMENTO LIBERADO."
                  at 1502 with foreground-color 2 highlight
           else
              move "R" to mfc-situacao-final
              move mfc-qtde-falhas to mfc-qtde-edit
              display mfc-qtde-edit
                      " CHECAGENS FALHARAM - FECHAMENTO BLOQUEADO."
                  at 1502 with foreground-color 4 highlight
           end-if
           if mfc-qtde-desconhec > zeros
              display "Codigos desconhecidos no MESFECH.CFG: "
                      mfc-qtde-desconhec at 1602
           end-if
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "CHECAGENS CONFERIDAS" to lrs-descricao
           move mfc-qtde-ativas to mfc-qtde-edit
           move mfc-qtde-edit to lrs-valor
           write linha-relatorio from linha-resumo
               after advancing 1 line
           move "CHECAGENS COM FALHA" to lrs-descricao
           move mfc-qtde-falhas to mfc-qtde-edit
           move mfc-qtde-edit to lrs-valor
           write linha-relatorio from linha-resumo
               after advancing 1 line
           if mfc-qtde-desconhec > zeros
              move "CODIGOS DESCONHECIDOS NO MESFECH.CFG"
                to lrs-descricao
              move mfc-qtde-desconhec to mfc-qtde-edit
              move mfc-qtde-edit to lrs-valor
              write linha-relatorio from linha-resumo
                  after advancing 1 line
           end-if.
       3000-apresenta-resultado-exit.
           exit.

       3100-apresenta-checagem.
           if not mfc-rs-checar(mfc-indice)
              go to 3100-apresenta-checagem-exit
           end-if
           add 1 to mfc-linha-tela
           compute mfc-posicao-tela = mfc-linha-tela * 100 + 2
           display mfc-ck-codigo(mfc-indice) " "
                   mfc-ck-descricao(mfc-indice) at mfc-posicao-tela
           compute mfc-posicao-tela = mfc-linha-tela * 100 + 53
           move mfc-ck-codigo(mfc-indice) to lck-codigo
           move mfc-ck-descricao(mfc-indice) to lck-descricao
           move mfc-rs-detalhe(mfc-indice) to lck-detalhe
           if mfc-rs-verde(mfc-indice)
              move "VERDE" to lck-situacao
              display "VERDE   " at mfc-posicao-tela
                  with foreground-color 2 highlight
           else
              move "VERMELHO" to lck-situacao
              display "VERMELHO" at mfc-posicao-tela
                  with foreground-color 4 highlight
           end-if
           write linha-relatorio from linha-checagem
               after advancing 1 line.
       3100-apresenta-checagem-exit.
           exit.

      *-----------------------------------------------------------*
      * Com falhas, so o operador de nivel 3 (SESSAO.DAT) pode     *
      * aceitar as excecoes, e a justificativa e obrigatoria.      *
      *-----------------------------------------------------------*
       4000-aceita-excecoes.
           move spaces to mfc-justificativa
           if mfc-qtde-falhas = zeros
              go to 4000-aceita-excecoes-exit
           end-if
           if mfc-nivel-sessao < 3
              display "Aceite das excecoes restrito a gerencia "
                      "(nivel 3)." at 1702
              go to 4000-aceita-excecoes-exit
           end-if
           display "Aceitar as excecoes e liberar o fechamento "
                   "(S/N)? " at 1702
           accept mfc-resposta at 1752
           if mfc-resposta not = "S" and not = "s"
              go to 4000-aceita-excecoes-exit
           end-if
           display "Justificativa: " at 1802
           accept mfc-justificativa at 1817
           if mfc-justificativa = spaces
              display "Justificativa obrigatoria - aceite nao "
                      "registrado." at 1902
              go to 4000-aceita-excecoes-exit
           end-if
           move "A" to mfc-situacao-final
           display "Excecoes aceitas por " mfc-operador-sessao
                   " - fechamento liberado." at 1902
           move "EXCECOES ACEITAS POR" to lrs-descricao
           move spaces to lrs-valor
           string mfc-operador-sessao " - " mfc-justificativa
                  delimited by size into lrs-valor
           end-string
           write linha-relatorio from linha-resumo
               after advancing 1 line.
       4000-aceita-excecoes-exit.
           exit.

      *-----------------------------------------------------------*
      * Grava (ou regrava) o resultado do periodo em CHKMES.DAT -  *
      * e dele que o PERICTL libera o fechamento.                  *
      *-----------------------------------------------------------*
       5000-grava-checklist.
           move mfc-periodo-num to ckm-periodo
           move "N" to mfc-tem-checklist
           read checklist-mes
               invalid key
                   continue
               not invalid key
                   move "S" to mfc-tem-checklist
           end-read
           move mfc-periodo-num to ckm-periodo
           move data-sistema to ckm-data
           move mfc-hora-atual(1:6) to ckm-hora
           move mfc-operador-sessao to ckm-operador
           move mfc-qtde-ativas to ckm-qtde-checagens
           move mfc-qtde-falhas to ckm-qtde-falhas
           move mfc-situacao-final to ckm-situacao
           move spaces to ckm-falha(1) ckm-falha(2) ckm-falha(3)
                          ckm-falha(4) ckm-falha(5) ckm-falha(6)
                          ckm-falha(7) ckm-falha(8) ckm-falha(9)
                          ckm-falha(10)
           move zeros to mfc-qtde-guardadas
           perform 5100-guarda-falha thru 5100-guarda-falha-exit
               varying mfc-indice from 1 by 1
               until mfc-indice > mfc-qtde-tabela
           if mfc-final-aceito
              move mfc-operador-sessao to ckm-operador-aceite
              move data-sistema to ckm-data-aceite
              move mfc-justificativa to ckm-justificativa
           else
              move spaces to ckm-operador-aceite ckm-justificativa
              move zeros to ckm-data-aceite
           end-if
           if mfc-checklist-existe
              rewrite ckm-registro
                  invalid key
                      display "MESFECH: erro ao regravar CHKMES - "
                              "status " mfc-status-chk at 2102
              end-rewrite
           else
              write ckm-registro
                  invalid key
                      display "MESFECH: erro ao gravar CHKMES - "
                              "status " mfc-status-chk at 2102
              end-write
           end-if.
       5000-grava-checklist-exit.
           exit.

       5100-guarda-falha.
           if mfc-rs-checar(mfc-indice)
              and mfc-rs-vermelho(mfc-indice)
              add 1 to mfc-qtde-guardadas
              move mfc-ck-codigo(mfc-indice)
                to ckm-falha(mfc-qtde-guardadas)
           end-if.
       5100-guarda-falha-exit.
           exit.
