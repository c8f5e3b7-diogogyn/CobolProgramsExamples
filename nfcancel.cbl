      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. nfcancel.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Cancelamento de nota fiscal emitida      *
      *                    (NOTAS.DAT): restrito a gerencia (nivel  *
      *                    3), exige motivo e confirmacao.  A nota  *
      *                    nao e apagada - fica marcada cancelada   *
      *                    com motivo, operador e data/hora, e o    *
      *                    numero continua no registro de notas.    *
      *                    Nota de venda com nota de credito ativa  *
      *                    apontando para ela nao e cancelada.      *
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
           select nota-registro assign to "NOTAS"
               organization is indexed
               access mode is dynamic
               record key is nf-numero
               file status is ncl-status-nota.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is ncl-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  nota-registro.
           copy NFREC.

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       copy DATASIS.

       77  ncl-status-nota      pic x(02) value spaces.
           88  ncl-nota-ok             value "00".
       77  ncl-status-sessao    pic x(02) value spaces.
       77  ncl-operador-sessao  pic x(08) value spaces.
       77  ncl-nivel-sessao     pic 9(01) value zeros.
       77  ncl-hora-atual       pic 9(08) value zeros.

       77  ncl-opcao            pic x(01) value spaces.
           88  ncl-opcao-sair          value "0".
       77  ncl-numero-trabalho  pic 9(09) value zeros.
       77  ncl-motivo           pic x(40) value spaces.
       77  ncl-data-hora        pic x(14) value spaces.
       77  ncl-confirma         pic x(01) value spaces.
           88  ncl-confirmado          value "S" "s".
       77  ncl-tipo-descricao   pic x(16) value spaces.
       77  ncl-total-edit       pic zz.zzz.zz9,99.

      *-----------------------------------------------------------*
      * Procura de nota de credito ativa que aponte a nota de      *
      * venda em cancelamento (varredura do registro inteiro).     *
      *-----------------------------------------------------------*
       77  ncl-credito-ativo    pic x(01) value "N".
           88  ncl-tem-credito-ativo   value "S".
       77  ncl-credito-achado   pic 9(09) value zeros.
       77  ncl-status-varredura pic x(02) value spaces.
       77  entra                pic x(01) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1050-verifica-autorizacao
              thru 1050-verifica-autorizacao-exit
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-cancelamento
              thru 2000-menu-cancelamento-exit
               until ncl-opcao-sair
           close nota-registro
           stop run.

      *-----------------------------------------------------------*
      * Cancelamento de nota e restrito a gerencia (nivel 3 da     *
      * sessao assinada pelo SIGNON); o operador fica na nota.     *
      *-----------------------------------------------------------*
       1050-verifica-autorizacao.
           move zeros to ncl-nivel-sessao
           open input sessao-corrente
           if ncl-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to ncl-operador-sessao
                      move ses-nivel to ncl-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if ncl-nivel-sessao < 3
              display erase
              display "Cancelamento de nota restrito a gerencia "
                      "(nivel 3)." at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-autorizacao-exit.
           exit.

       1000-abrir-arquivo.
           open i-o nota-registro
           if not ncl-nota-ok
              display "NFCANCEL: erro ao abrir NOTAS - status "
                       ncl-status-nota at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivo-exit.
           exit.

       2000-menu-cancelamento.
           display erase
           display "CANCELAMENTO DE NOTA FISCAL"        at 0310
           display "1 - Cancelar nota"                  at 0510
           display "2 - Consultar nota"                 at 0610
           display "0 - Sair"                           at 0710
           display "Opcao: "                            at 0910
           accept ncl-opcao at 0918
           evaluate ncl-opcao
               when "1"
                   perform 2100-cancelar-nota
                      thru 2100-cancelar-nota-exit
               when "2"
                   perform 2200-consultar-nota
                      thru 2200-consultar-nota-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1010
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-cancelamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Le a nota digitada e mostra os dados principais.           *
      *-----------------------------------------------------------*
       2050-le-nota.
           display "Numero da nota: " at 0510
           accept ncl-numero-trabalho at 0527
           move ncl-numero-trabalho to nf-numero
           read nota-registro
               invalid key
                   move "23" to ncl-status-nota
                   display "Nota inexistente." at 1410
                   go to 2050-le-nota-exit
           end-read
           if nf-nota-credito
              move "NOTA DE CREDITO" to ncl-tipo-descricao
           else
              move "NOTA DE VENDA" to ncl-tipo-descricao
           end-if
           move nf-valor-total to ncl-total-edit
           display "Tipo     : " ncl-tipo-descricao at 0710
           display "Emissao  : " nf-data-emissao
                   "  Filial: " nf-filial at 0810
           display "Cliente  : " nf-cliente
                   "  Vendedor: " nf-vendedor at 0910
           display "Total    : " ncl-total-edit at 1010
           if nf-nota-credito
              display "Origem   : " nf-nota-origem at 1110
           end-if
           if nf-cancelada
              display "CANCELADA em " nf-data-hora-cancel(1:8)
                      " por " nf-operador-cancel at 1210
              display "Motivo   : " nf-motivo-cancel at 1310
           end-if.
       2050-le-nota-exit.
           exit.

       2100-cancelar-nota.
           display erase
           display "CANCELAMENTO DE NOTA" at 0310
           perform 2050-le-nota thru 2050-le-nota-exit
           if not ncl-nota-ok
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-cancelar-nota-exit
           end-if
           if nf-cancelada
              display "Nota ja cancelada." at 1410
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-cancelar-nota-exit
           end-if
           if nf-nota-venda
              perform 2150-procura-credito
                 thru 2150-procura-credito-exit
              if ncl-tem-credito-ativo
                 display "Nota de credito ativa " ncl-credito-achado
                         " aponta esta nota - cancele-a antes."
                         at 1410
                 perform 2900-espera-operador
                    thru 2900-espera-operador-exit
                 go to 2100-cancelar-nota-exit
              end-if
           end-if
           perform 2110-aceita-motivo thru 2110-aceita-motivo-exit
           display "Confirma o cancelamento [s/n]? " at 1610
           accept ncl-confirma at 1642
           if not ncl-confirmado
              display "Cancelamento desistido." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-cancelar-nota-exit
           end-if
           perform 2080-data-hora thru 2080-data-hora-exit
           move "C" to nf-situacao
           move ncl-motivo to nf-motivo-cancel
           move ncl-operador-sessao to nf-operador-cancel
           move ncl-data-hora to nf-data-hora-cancel
           rewrite nf-registro
               invalid key
                   display "Erro ao regravar nota - status "
                            ncl-status-nota at 1810
               not invalid key
                   display "Nota cancelada." at 1810
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-cancelar-nota-exit.
           exit.

       2110-aceita-motivo.
           display "Motivo do cancelamento: " at 1410
           accept ncl-motivo at 1435
           if ncl-motivo = spaces
              display "Motivo obrigatorio." at 1810
              go to 2110-aceita-motivo
           end-if
           display "                    " at 1810.
       2110-aceita-motivo-exit.
           exit.

      *-----------------------------------------------------------*
      * Varre o registro de notas atras de nota de credito nao     *
      * cancelada com origem na nota em cancelamento; ao final     *
      * reposiciona e rele a nota em cancelamento.                 *
      *-----------------------------------------------------------*
       2150-procura-credito.
           move "N" to ncl-credito-ativo
           move zeros to ncl-credito-achado
           move zeros to nf-numero
           start nota-registro key not less than nf-numero
               invalid key
                   move "10" to ncl-status-varredura
               not invalid key
                   move "00" to ncl-status-varredura
           end-start
           perform 2160-avalia-credito
              thru 2160-avalia-credito-exit
               until ncl-status-varredura not = "00"
                  or ncl-tem-credito-ativo
           move ncl-numero-trabalho to nf-numero
           read nota-registro
               invalid key
                   continue
           end-read.
       2150-procura-credito-exit.
           exit.

       2160-avalia-credito.
           read nota-registro next record
               at end
                   move "10" to ncl-status-varredura
                   go to 2160-avalia-credito-exit
           end-read
           if nf-nota-credito
              and nf-emitida
              and nf-nota-origem = ncl-numero-trabalho
              set ncl-tem-credito-ativo to true
              move nf-numero to ncl-credito-achado
           end-if.
       2160-avalia-credito-exit.
           exit.

       2200-consultar-nota.
           display erase
           display "CONSULTA DE NOTA" at 0310
           perform 2050-le-nota thru 2050-le-nota-exit
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-consultar-nota-exit.
           exit.

       2080-data-hora.
           accept data-sistema from date yyyymmdd
           accept ncl-hora-atual from time
           string ano-sistema         delimited by size
                  mes-sistema         delimited by size
                  dia-sistema         delimited by size
                  ncl-hora-atual(1:6) delimited by size
                  into ncl-data-hora
           end-string.
       2080-data-hora-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
