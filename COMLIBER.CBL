      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. COMLIBER.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Liberacao da comissao retida no          *
      *                    recebimento: na liquidacao de um titulo  *
      *                    (baixa manual ou retorno bancario), a    *
      *                    pendencia do titulo em COMPEND.DAT e     *
      *                    creditada na comissao do periodo e do    *
      *                    ano-a-data do vendedor, sob a trava em   *
      *                    voo do mestre (RECLOCK), e marcada como  *
      *                    liberada no periodo aberto mais recente  *
      *                    do PERIODO.DAT (sem periodo aberto vale  *
      *                    o mes da data de negocio).  O override   *
      *                    do supervisor sobre a comissao retida,   *
      *                    nao creditado na venda, entra junto.     *
      *                                                             *
      *  Chamada:                                                   *
      *      CALL "COMLIBER" USING titulo data-negocio operador      *
      *                            comissao status                   *
      *        titulo     PIC X(20)  chave do titulo em CONTASREC    *
      *                              (periodo, lote, sequencial e    *
      *                              parcela)                        *
      *        data-negocio PIC 9(08) data da liquidacao             *
      *        operador   PIC X(08)  operador da baixa (ou BANCO)    *
      *        comissao   PIC 9(07)V99 comissao liberada             *
      *        status     PIC X(01)  "0" = liberada; "1" = nada      *
      *                              retido para o titulo; "2" =     *
      *                              vendedor em uso por outro       *
      *                              operador - continua retida;     *
      *                              "9" = erro de arquivo           *
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
           select comissao-pendente assign to "COMPEND"
               organization is indexed
               access mode is dynamic
               record key is cpn-chave-titulo
               file status is clb-status-pend.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is clb-status-vendedor.

           select periodo-controle assign to "PERIODO"
               organization is indexed
               access mode is dynamic
               record key is per-periodo
               file status is clb-status-periodo.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  comissao-pendente.
           copy COMPEND.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  periodo-controle.
           copy PERREC.

       working-storage section.

       77  clb-status-pend      pic x(02) value spaces.
       77  clb-status-vendedor  pic x(02) value spaces.
       77  clb-status-periodo   pic x(02) value spaces.
       77  clb-periodo-liberacao pic 9(06) value zeros.
       77  clb-supervisor       pic 9(05) value zeros.

       77  clb-lk-funcao        pic x(01) value spaces.
       77  clb-lk-arquivo       pic x(08) value "VENDEDOR".
       77  clb-lk-chave         pic x(09) value spaces.
       77  clb-lk-status        pic x(01) value spaces.
       77  clb-lk-dono          pic x(08) value spaces.

       linkage section.
       77  lnk-titulo           pic x(20).
       77  lnk-data-negocio     pic 9(08).
       77  lnk-operador         pic x(08).
       77  lnk-comissao         pic 9(07)v99.
       77  lnk-status           pic x(01).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division using lnk-titulo lnk-data-negocio
                                 lnk-operador lnk-comissao
                                 lnk-status.

       inicio.
           move zeros to lnk-comissao
           move "1" to lnk-status
           open i-o comissao-pendente
           if clb-status-pend = "35"
              goback
           end-if
           if clb-status-pend not = "00"
              move "9" to lnk-status
              goback
           end-if
           move lnk-titulo to cpn-chave-titulo
           read comissao-pendente
               invalid key
                   close comissao-pendente
                   goback
           end-read
           if not cpn-retida
              close comissao-pendente
              goback
           end-if
           move "L" to clb-lk-funcao
           move cpn-vendedor to clb-lk-chave
           call "RECLOCK" using clb-lk-funcao clb-lk-arquivo
                                 clb-lk-chave lnk-operador
                                 clb-lk-status clb-lk-dono
           end-call
           if clb-lk-status = "1"
              move "2" to lnk-status
              close comissao-pendente
              goback
           end-if
           perform 2000-credita-vendedor
              thru 2000-credita-vendedor-exit
           move "U" to clb-lk-funcao
           call "RECLOCK" using clb-lk-funcao clb-lk-arquivo
                                 clb-lk-chave lnk-operador
                                 clb-lk-status clb-lk-dono
           end-call
           close comissao-pendente
           goback.

      *-----------------------------------------------------------*
      * Credita a comissao retida no vendedor e marca a pendencia  *
      * como liberada; vendedor fora do mestre deixa a pendencia   *
      * retida com erro.                                           *
      *-----------------------------------------------------------*
       2000-credita-vendedor.
           open i-o vendedor-mestre
           if clb-status-vendedor not = "00"
              move "9" to lnk-status
              go to 2000-credita-vendedor-exit
           end-if
           move cpn-vendedor to vdr-codigo
           read vendedor-mestre
               invalid key
                   move "9" to lnk-status
                   close vendedor-mestre
                   go to 2000-credita-vendedor-exit
           end-read
           add cpn-comissao to vdr-comissao-periodo vdr-comissao-acum
           rewrite vdr-registro
               invalid key
                   move "9" to lnk-status
                   close vendedor-mestre
                   go to 2000-credita-vendedor-exit
           end-rewrite
           move vdr-supervisor to clb-supervisor
           move zeros to cpn-supervisor cpn-override
           if clb-supervisor > zeros
              perform 2200-credita-supervisor
                 thru 2200-credita-supervisor-exit
           end-if
           close vendedor-mestre
           perform 2100-periodo-aberto thru 2100-periodo-aberto-exit
           move "L" to cpn-situacao
           move lnk-data-negocio to cpn-data-liberacao
           move clb-periodo-liberacao to cpn-periodo-liberacao
           move lnk-operador to cpn-operador
           rewrite cpn-registro
           move cpn-comissao to lnk-comissao
           move "0" to lnk-status.
       2000-credita-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * Periodo de apuracao que recebe a comissao liberada: o      *
      * aberto mais recente; sem periodo aberto, o mes da data de  *
      * negocio.                                                   *
      *-----------------------------------------------------------*
       2100-periodo-aberto.
           move lnk-data-negocio(1:6) to clb-periodo-liberacao
           open input periodo-controle
           if clb-status-periodo not = "00"
              go to 2100-periodo-aberto-exit
           end-if
           move zeros to per-periodo
           start periodo-controle key not less than per-periodo
               invalid key
                   move "10" to clb-status-periodo
           end-start
           perform 2110-avalia-periodo thru 2110-avalia-periodo-exit
               until clb-status-periodo not = "00"
           close periodo-controle.
       2100-periodo-aberto-exit.
           exit.

       2110-avalia-periodo.
           read periodo-controle next record
               at end
                   move "10" to clb-status-periodo
               not at end
                   if per-aberto
                      move per-periodo to clb-periodo-liberacao
                   end-if
           end-read.
       2110-avalia-periodo-exit.
           exit.

      *-----------------------------------------------------------*
      * Override do supervisor sobre a comissao liberada, pela     *
      * taxa dele (desligado, sem taxa ou em uso por outro         *
      * operador fica sem override, como na aplicacao de vendas).  *
      *-----------------------------------------------------------*
       2200-credita-supervisor.
           move "L" to clb-lk-funcao
           move clb-supervisor to clb-lk-chave
           call "RECLOCK" using clb-lk-funcao clb-lk-arquivo
                                 clb-lk-chave lnk-operador
                                 clb-lk-status clb-lk-dono
           end-call
           if clb-lk-status = "1"
              move cpn-vendedor to clb-lk-chave
              go to 2200-credita-supervisor-exit
           end-if
           move clb-supervisor to vdr-codigo
           read vendedor-mestre
               invalid key
                   go to 2200-destrava-supervisor
           end-read
           if vdr-desligado or vdr-taxa-override = zeros
              go to 2200-destrava-supervisor
           end-if
           compute cpn-override rounded =
                   cpn-comissao * vdr-taxa-override
           if cpn-override = zeros
              go to 2200-destrava-supervisor
           end-if
           add cpn-override to vdr-comissao-periodo vdr-comissao-acum
           rewrite vdr-registro
               invalid key
                   move zeros to cpn-override
               not invalid key
                   move clb-supervisor to cpn-supervisor
           end-rewrite.
       2200-destrava-supervisor.
           move "U" to clb-lk-funcao
           call "RECLOCK" using clb-lk-funcao clb-lk-arquivo
                                 clb-lk-chave lnk-operador
                                 clb-lk-status clb-lk-dono
           end-call
           move cpn-vendedor to clb-lk-chave.
       2200-credita-supervisor-exit.
           exit.
