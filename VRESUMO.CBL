      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. VRESUMO.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao do resumo mensal de vendas    *
      *                    (VENDRES.DAT): cada linha gravada em     *
      *                    VENDHIST soma a sua contribuicao na      *
      *                    linha do resumo de mesma chave (periodo, *
      *                    filial, vendedor, cliente e produto),    *
      *                    criando a linha na primeira vez.  O      *
      *                    arquivo fica aberto entre as chamadas;   *
      *                    quem chama fecha com a funcao "F" ao     *
      *                    terminar.                                *
      *                                                             *
      *  Chamada:                                                   *
      *      CALL "VRESUMO" USING funcao historico resumo status     *
      *        funcao    PIC X(01)  "C" = so calcula a contribuicao  *
      *                             da linha (sem arquivo);          *
      *                             "G" = grava (soma no resumo);    *
      *                             "S" = subtrai do resumo (linha   *
      *                             que vai mudar de chave);         *
      *                             "F" = fecha o resumo             *
      *        historico PIC X(129) linha de VENDHIST (HISTREC)      *
      *        resumo    (VRESREC)  devolve a contribuicao da linha  *
      *        status    PIC X(01)  "0" = ok; "1" = erro de arquivo  *
      *                             ou funcao invalida               *
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
           select arq-resumo assign to "VENDRES"
               organization is indexed
               access mode is dynamic
               record key is vrs-chave
               file status is vrm-status-resumo.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  arq-resumo.
           copy VRESREC.

       working-storage section.

       77  vrm-status-resumo    pic x(02) value spaces.
       77  vrm-situacao         pic x(01) value "N".
           88  vrm-aberto              value "S".
           88  vrm-fechado             value "N".
       77  vrm-data-atual       pic 9(08) value zeros.

       linkage section.
       77  lnk-funcao           pic x(01).
           copy HISTREC.
           copy VRESREC replacing leading ==VRS== by ==LRS==.
       77  lnk-status           pic x(01).

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division using lnk-funcao hst-registro lrs-registro
                                 lnk-status.

       inicio.
           move "0" to lnk-status
           evaluate lnk-funcao
               when "C"
                   perform 2000-calcula thru 2000-calcula-exit
               when "G"
                   perform 2000-calcula thru 2000-calcula-exit
                   perform 3000-aplica thru 3000-aplica-exit
               when "S"
                   perform 2000-calcula thru 2000-calcula-exit
                   perform 2100-inverte thru 2100-inverte-exit
                   perform 3000-aplica thru 3000-aplica-exit
               when "F"
                   perform 4000-fecha thru 4000-fecha-exit
               when other
                   move "1" to lnk-status
           end-evaluate
           goback.

      *-----------------------------------------------------------*
      * Contribuicao de uma linha do historico para o resumo.      *
      * Campos de chave fora de formato (registros antigos) caem   *
      * em zeros, como os relatorios ja tratam.                    *
      *-----------------------------------------------------------*
       2000-calcula.
           move zeros to lrs-registro
           move hst-periodo to lrs-periodo
           if hst-filial is numeric
              move hst-filial to lrs-filial
           end-if
           if hst-vendedor is numeric
              move hst-vendedor to lrs-vendedor
           end-if
           if hst-cliente is numeric
              move hst-cliente to lrs-cliente
           end-if
           if hst-produto is numeric
              move hst-produto to lrs-produto
           end-if
           evaluate true
               when hst-venda
                   add 1 to lrs-lanc-vendas
                   if hst-quantidade is numeric
                      add hst-quantidade to lrs-qtde-vendida
                   end-if
                   add hst-valor to lrs-valor-vendas
                   add hst-comissao to lrs-comissao
               when hst-devolucao
                   add 1 to lrs-lanc-devolucoes
                   if hst-quantidade is numeric
                      add hst-quantidade to lrs-qtde-devolvida
                   end-if
                   add hst-valor to lrs-valor-devolucoes
                   subtract hst-comissao from lrs-comissao
               when hst-bonus
                   add 1 to lrs-lanc-outros
                   if hst-ajuste-sinal = "-"
                      subtract hst-comissao from lrs-bonus
                   else
                      add hst-comissao to lrs-bonus
                   end-if
               when other
                   add 1 to lrs-lanc-outros
                   if hst-ajuste-sinal = "-"
                      subtract hst-comissao from lrs-comissao
                   else
                      add hst-comissao to lrs-comissao
                   end-if
           end-evaluate.
       2000-calcula-exit.
           exit.

       2100-inverte.
           compute lrs-lanc-vendas = 0 - lrs-lanc-vendas
           compute lrs-lanc-devolucoes = 0 - lrs-lanc-devolucoes
           compute lrs-lanc-outros = 0 - lrs-lanc-outros
           compute lrs-qtde-vendida = 0 - lrs-qtde-vendida
           compute lrs-qtde-devolvida = 0 - lrs-qtde-devolvida
           compute lrs-valor-vendas = 0 - lrs-valor-vendas
           compute lrs-valor-devolucoes = 0 - lrs-valor-devolucoes
           compute lrs-comissao = 0 - lrs-comissao
           compute lrs-bonus = 0 - lrs-bonus.
       2100-inverte-exit.
           exit.

      *-----------------------------------------------------------*
      * Soma a contribuicao na linha do resumo (ou cria a linha).  *
      * Resumo inexistente e criado vazio na primeira chamada.     *
      *-----------------------------------------------------------*
       3000-aplica.
           if vrm-fechado
              open i-o arq-resumo
              if vrm-status-resumo = "35"
                 open output arq-resumo
                 close arq-resumo
                 open i-o arq-resumo
              end-if
              if vrm-status-resumo not = "00"
                 move "1" to lnk-status
                 go to 3000-aplica-exit
              end-if
              set vrm-aberto to true
           end-if
           accept vrm-data-atual from date yyyymmdd
           move lrs-chave to vrs-chave
           read arq-resumo
               invalid key
                   continue
           end-read
           evaluate vrm-status-resumo
               when "00"
                   perform 3100-soma-linha thru 3100-soma-linha-exit
                   move vrm-data-atual to vrs-data-atualizacao
                   rewrite vrs-registro
                       invalid key
                           move "1" to lnk-status
                   end-rewrite
               when "23"
                   move lrs-registro to vrs-registro
                   move vrm-data-atual to vrs-data-atualizacao
                   write vrs-registro
                       invalid key
                           move "1" to lnk-status
                   end-write
               when other
                   move "1" to lnk-status
           end-evaluate.
       3000-aplica-exit.
           exit.

       3100-soma-linha.
           add lrs-lanc-vendas to vrs-lanc-vendas
           add lrs-lanc-devolucoes to vrs-lanc-devolucoes
           add lrs-lanc-outros to vrs-lanc-outros
           add lrs-qtde-vendida to vrs-qtde-vendida
           add lrs-qtde-devolvida to vrs-qtde-devolvida
           add lrs-valor-vendas to vrs-valor-vendas
           add lrs-valor-devolucoes to vrs-valor-devolucoes
           add lrs-comissao to vrs-comissao
           add lrs-bonus to vrs-bonus.
       3100-soma-linha-exit.
           exit.

       4000-fecha.
           if vrm-aberto
              close arq-resumo
              set vrm-fechado to true
           end-if.
       4000-fecha-exit.
           exit.
