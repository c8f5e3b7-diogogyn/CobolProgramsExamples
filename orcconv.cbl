      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. orcconv.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Conversao dos orcamentos aceitos em      *
      *                    vendas: cada item de orcamento aceito    *
      *                    vira uma transacao de venda em um lote   *
      *                    VENDAS.DAT com trailer (como o do        *
      *                    VENDAJUS), com o preco combinado e o     *
      *                    motivo de preco ORC, e o orcamento fica  *
      *                    convertido.  Orcamento aberto vencido    *
      *                    passa a expirado na mesma corrida.       *
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
           select orcamento-arq assign to "ORCAMENTO"
               organization is indexed
               access mode is dynamic
               record key is orc-chave
               file status is occ-status-orcamento.

           select vendedor-mestre assign to "VENDEDOR"
               organization is indexed
               access mode is dynamic
               record key is vdr-codigo
               file status is occ-status-vendedor.

           select venda-saida assign to "VENDAS"
               organization is line sequential
               file status is occ-status-saida.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  orcamento-arq.
           copy ORCREC.

       fd  vendedor-mestre.
           copy VDRREC.

       fd  venda-saida.
           copy VENDREC.

       working-storage section.

      *    Cabecalho do orcamento em conversao.
       copy ORCREC replacing leading ==ORC== by ==ORW==.

       77  occ-status-orcamento pic x(02) value spaces.
           88  occ-orcamento-ok        value "00".
       77  occ-status-vendedor  pic x(02) value spaces.
           88  occ-vendedor-ok         value "00".
       77  occ-status-saida     pic x(02) value spaces.
       77  occ-status-varredura pic x(02) value spaces.
       77  occ-saida-aberta     pic x(01) value "N".
           88  occ-lote-aberto         value "S".

       77  occ-data-real        pic 9(08) value zeros.
       77  occ-data-negocio     pic 9(08) value zeros.
       77  occ-it-ix            pic 9(02) value zeros.
       77  occ-nome-vendedor    pic x(30) value spaces.

       77  occ-qtde-convertidos pic 9(07) value zeros.
       77  occ-qtde-expirados   pic 9(07) value zeros.
       77  occ-qtde-transacoes  pic 9(07) value zeros.
       77  occ-valor-liquido    pic s9(011)v99 value zeros.

       copy VENDTRL.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using occ-data-real occ-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           move low-values to orc-chave
           start orcamento-arq key not less than orc-chave
               invalid key
                   move "10" to occ-status-varredura
               not invalid key
                   move "00" to occ-status-varredura
           end-start
           perform 2000-processa-orcamento
              thru 2000-processa-orcamento-exit
               until occ-status-varredura not = "00"
           if occ-lote-aberto
              perform 3000-grava-trailer thru 3000-grava-trailer-exit
              close venda-saida
           end-if
           close orcamento-arq vendedor-mestre
           display "ORCCONV: " occ-qtde-convertidos
                   " orcamentos convertidos em " occ-qtde-transacoes
                   " transacoes; " occ-qtde-expirados " expirados."
           if not occ-lote-aberto
              display "ORCCONV: nenhum orcamento aceito - VENDAS "
                      "nao gerado."
           end-if
           stop run.

       1000-abrir-arquivos.
           open i-o orcamento-arq
           if not occ-orcamento-ok
              display "ORCCONV: erro ao abrir ORCAMENTO - status "
                      occ-status-orcamento
              move 16 to return-code
              stop run
           end-if
           open input vendedor-mestre
           if not occ-vendedor-ok
              display "ORCCONV: mestre VENDEDOR indisponivel - "
                      "status " occ-status-vendedor
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Percorre os cabecalhos: aceito vira venda, aberto vencido  *
      * expira; os itens sao lidos pela chave e a varredura        *
      * reposiciona depois do ultimo item do orcamento.            *
      *-----------------------------------------------------------*
       2000-processa-orcamento.
           read orcamento-arq next record
               at end
                   move "10" to occ-status-varredura
                   go to 2000-processa-orcamento-exit
           end-read
           if not orc-e-cabecalho
              go to 2000-processa-orcamento-exit
           end-if
           move orc-registro to orw-registro
           evaluate true
               when orw-aceito
                   perform 2100-converte-orcamento
                      thru 2100-converte-orcamento-exit
               when orw-aberto
                    and orw-data-validade < occ-data-negocio
                   move "E" to orw-situacao
                   move occ-data-negocio to orw-data-situacao
                   move orw-registro to orc-registro
                   rewrite orc-registro
                       invalid key
                           display "ORCCONV: erro ao regravar "
                                   "orcamento " orw-numero
                   end-rewrite
                   add 1 to occ-qtde-expirados
               when other
                   continue
           end-evaluate
           move orw-numero to orc-numero
           move 99 to orc-item
           start orcamento-arq key greater than orc-chave
               invalid key
                   move "10" to occ-status-varredura
           end-start.
       2000-processa-orcamento-exit.
           exit.

       2100-converte-orcamento.
           if not occ-lote-aberto
              open output venda-saida
              if occ-status-saida not = "00"
                 display "ORCCONV: erro ao abrir VENDAS - status "
                         occ-status-saida
                 move 16 to return-code
                 stop run
              end-if
              set occ-lote-aberto to true
           end-if
           move "VENDEDOR NAO CADASTRADO" to occ-nome-vendedor
           move orw-vendedor to vdr-codigo
           read vendedor-mestre
               invalid key
                   continue
               not invalid key
                   move vdr-nome to occ-nome-vendedor
           end-read
           perform 2110-gera-transacao thru 2110-gera-transacao-exit
               varying occ-it-ix from 1 by 1
               until occ-it-ix > orw-qtde-itens
           move "V" to orw-situacao
           move occ-data-negocio to orw-data-situacao
           move orw-registro to orc-registro
           rewrite orc-registro
               invalid key
                   display "ORCCONV: erro ao regravar orcamento "
                           orw-numero
           end-rewrite
           add 1 to occ-qtde-convertidos.
       2100-converte-orcamento-exit.
           exit.

      *-----------------------------------------------------------*
      * Um item vira uma venda do vendedor do orcamento para o     *
      * cliente, com o preco combinado (motivo de preco ORC, caso  *
      * a tabela tenha mudado desde a emissao).                    *
      *-----------------------------------------------------------*
       2110-gera-transacao.
           move orw-numero to orc-numero
           move occ-it-ix to orc-item
           read orcamento-arq
               invalid key
                   display "ORCCONV: item " occ-it-ix
                           " ausente no orcamento " orw-numero
                   go to 2110-gera-transacao-exit
           end-read
           move orw-vendedor to vt-codigo
           move occ-nome-vendedor to vt-nome
           move orc-valor-item to vt-valor-venda
           move orw-cliente to vt-cliente
           move "V" to vt-tipo
           move orw-filial to vt-filial
           move zeros to vt-pct-1 vt-codigo-2 vt-pct-2
                          vt-codigo-3 vt-pct-3
           move space to vt-ajuste-sinal
           move "ORC" to vt-ajuste-motivo
           move orc-produto to vt-produto
           move orc-quantidade to vt-quantidade
           move zeros to vt-voucher
           move orw-condicao-pagto to vt-condicao-pagto
           move orw-qtde-parcelas to vt-qtde-parcelas
           move zeros to vt-nota-origem
           write vt-transacao
           add 1 to occ-qtde-transacoes
           add orc-valor-item to occ-valor-liquido.
       2110-gera-transacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Encerra o lote com o trailer de contagem e valor liquido,  *
      * conferido pela critica.                                    *
      *-----------------------------------------------------------*
       3000-grava-trailer.
           move "T" to vtr-tipo-reg
           move occ-qtde-transacoes to vtr-qtde
           move occ-valor-liquido to vtr-valor-total
           move spaces to vt-transacao
           move vtr-trailer to vt-transacao
           write vt-transacao.
       3000-grava-trailer-exit.
           exit.
