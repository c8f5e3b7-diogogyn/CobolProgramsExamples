      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. vresgera.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Reconstrucao completa do resumo mensal   *
      *                    de vendas (VENDRES.DAT): esvazia o       *
      *                    resumo e reaplica, pela VRESUMO, todas   *
      *                    as linhas de VENDHIST.DAT, do inicio ao  *
      *                    fim.  Para a carga inicial do resumo e   *
      *                    para recompor o arquivo depois de falha  *
      *                    avisada pela aplicacao de vendas, pela   *
      *                    reabertura de lote ou pela fusao de      *
      *                    clientes, ou de diferenca acusada pelo   *
      *                    VRESCONF.                                *
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
           select venda-historico assign to "VENDHIST"
               organization is line sequential
               file status is vrg-status-hist.

           select arq-resumo assign to "VENDRES"
               organization is indexed
               access mode is sequential
               record key is vrs-chave
               file status is vrg-status-resumo.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  venda-historico.
           copy HISTREC.

       fd  arq-resumo.
           copy VRESREC.

       working-storage section.

       77  vrg-status-hist      pic x(02) value spaces.
           88  vrg-fim-hist            value "10".
       77  vrg-status-resumo    pic x(02) value spaces.
           88  vrg-fim-resumo          value "10".

       77  vrg-vr-funcao        pic x(01) value "G".
       77  vrg-vr-status        pic x(01) value spaces.
       copy VRESREC replacing leading ==VRS== by ==VRG==.

       77  vrg-qtde-lidas       pic 9(09) value zeros.
       77  vrg-qtde-aplicadas   pic 9(09) value zeros.
       77  vrg-qtde-falhas      pic 9(09) value zeros.
       77  vrg-qtde-linhas      pic 9(09) value zeros.
       77  vrg-qtde-editada     pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "RECONSTRUCAO DO RESUMO MENSAL DE VENDAS" at 0310
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-aplica-historico
              thru 2000-aplica-historico-exit
               until vrg-fim-hist
           close venda-historico
           move "F" to vrg-vr-funcao
           call "VRESUMO" using vrg-vr-funcao hst-registro
                                 vrg-registro vrg-vr-status
           end-call
           perform 3000-conta-resumo thru 3000-conta-resumo-exit
           move vrg-qtde-lidas to vrg-qtde-editada
           display "Linhas de historico lidas:   " vrg-qtde-editada
               at 0510
           move vrg-qtde-aplicadas to vrg-qtde-editada
           display "Linhas aplicadas ao resumo:  " vrg-qtde-editada
               at 0610
           move vrg-qtde-linhas to vrg-qtde-editada
           display "Linhas no resumo VENDRES:    " vrg-qtde-editada
               at 0710
           if vrg-qtde-falhas > zeros
              move vrg-qtde-falhas to vrg-qtde-editada
              display "Falhas de gravacao no resumo:" vrg-qtde-editada
                  at 0810
              display "RESUMO INCOMPLETO - corrigir e rodar de novo"
                  at 1010
              move 16 to return-code
           else
              display "Resumo reconstruido." at 1010
           end-if
           stop run.

      *-----------------------------------------------------------*
      * O resumo e esvaziado (aberto OUTPUT e fechado) antes da    *
      * reaplicacao: cada linha do historico entra uma vez so.     *
      *-----------------------------------------------------------*
       1000-abrir-arquivos.
           open input venda-historico
           if vrg-status-hist not = "00"
              display "VRESGERA: erro ao abrir VENDHIST - status "
                       vrg-status-hist at 0510
              move 16 to return-code
              stop run
           end-if
           open output arq-resumo
           if vrg-status-resumo not = "00"
              display "VRESGERA: erro ao criar VENDRES - status "
                       vrg-status-resumo at 0510
              move 16 to return-code
              stop run
           end-if
           close arq-resumo.
       1000-abrir-arquivos-exit.
           exit.

       2000-aplica-historico.
           read venda-historico
               at end
                   set vrg-fim-hist to true
               not at end
                   add 1 to vrg-qtde-lidas
                   move "G" to vrg-vr-funcao
                   call "VRESUMO" using vrg-vr-funcao hst-registro
                                         vrg-registro vrg-vr-status
                   end-call
                   if vrg-vr-status = "0"
                      add 1 to vrg-qtde-aplicadas
                   else
                      add 1 to vrg-qtde-falhas
                   end-if
           end-read.
       2000-aplica-historico-exit.
           exit.

       3000-conta-resumo.
           open input arq-resumo
           if vrg-status-resumo not = "00"
              go to 3000-conta-resumo-exit
           end-if
           perform 3010-conta-uma-linha
              thru 3010-conta-uma-linha-exit
               until vrg-fim-resumo
           close arq-resumo.
       3000-conta-resumo-exit.
           exit.

       3010-conta-uma-linha.
           read arq-resumo
               at end
                   set vrg-fim-resumo to true
               not at end
                   add 1 to vrg-qtde-linhas
           end-read.
       3010-conta-uma-linha-exit.
           exit.
