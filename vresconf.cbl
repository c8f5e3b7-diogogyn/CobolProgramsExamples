      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. vresconf.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Conferencia do resumo mensal de vendas   *
      *                    (VENDRES.DAT) com o historico            *
      *                    (VENDHIST.DAT): recalcula, pela          *
      *                    VRESUMO, a contribuicao de cada linha    *
      *                    do historico, ordena e totaliza por      *
      *                    chave e bate com o resumo lido em        *
      *                    sequencia.  Acusa as chaves so no        *
      *                    historico, as so no resumo e, nas        *
      *                    chaves dos dois lados, cada valor        *
      *                    divergente.  Linhas do resumo com tudo   *
      *                    zerado (saldo de fusao de clientes) sao  *
      *                    so contadas.  Havendo ocorrencia,        *
      *                    termina com RC 4 - o VRESGERA refaz o    *
      *                    resumo.                                  *
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
               file status is vcf-status-hist.

           select arq-resumo assign to "VENDRES"
               organization is indexed
               access mode is sequential
               record key is vrs-chave
               file status is vcf-status-resumo.

           select ordenacao-resumo assign to "VCFSORT".

           select conferencia-relatorio assign to "VRESCONF.RPT"
               organization is line sequential
               file status is vcf-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  venda-historico.
           copy HISTREC.

       fd  arq-resumo.
           copy VRESREC.

       sd  ordenacao-resumo.
           copy VRESREC replacing leading ==VRS== by ==SRS==.

       fd  conferencia-relatorio.
       01  linha-relatorio           pic x(110).

       working-storage section.

       77  vcf-status-hist      pic x(02) value spaces.
           88  vcf-fim-hist            value "10".
       77  vcf-status-resumo    pic x(02) value spaces.
       77  vcf-status-relat     pic x(02) value spaces.
       77  vcf-fim-ordenacao    pic x(01) value "N".
           88  vcf-sem-mais-hist       value "S".
       77  vcf-tem-resumo       pic x(01) value "S".
           88  vcf-resumo-ausente      value "N".
       77  vcf-achou-resumo     pic x(01) value "N".
       77  vcf-divergiu         pic x(01) value "N".
           88  vcf-com-divergencia     value "S".

       77  vcf-vr-funcao        pic x(01) value "C".
       77  vcf-vr-status        pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Totais do historico na chave em conferencia e as chaves    *
      * correntes dos dois lados (HIGH-VALUES no fim de cada um).  *
      *-----------------------------------------------------------*
       copy VRESREC replacing leading ==VRS== by ==HAC==.
       77  vcf-chave-hist       pic x(24) value spaces.
       77  vcf-chave-resumo     pic x(24) value spaces.

       77  vcf-campo            pic x(22) value spaces.
       77  vcf-valor-hist       pic s9(011)v99 value zeros.
       77  vcf-valor-resumo     pic s9(011)v99 value zeros.

       77  vcf-qtde-lidas       pic 9(09) value zeros.
       77  vcf-qtde-chaves-hist pic 9(09) value zeros.
       77  vcf-qtde-linhas-res  pic 9(09) value zeros.
       77  vcf-qtde-zeradas     pic 9(09) value zeros.
       77  vcf-qtde-conferem    pic 9(09) value zeros.
       77  vcf-qtde-so-hist     pic 9(09) value zeros.
       77  vcf-qtde-so-resumo   pic 9(09) value zeros.
       77  vcf-qtde-divergentes pic 9(09) value zeros.
       77  vcf-qtde-ocorrencias pic 9(09) value zeros.

       01  cab-conferencia.
           05  filler                pic x(48) value
                  "CONFERENCIA DO RESUMO MENSAL DE VENDAS (VENDRES)".
           05  filler                pic x(28) value
                  " COM O HISTORICO (VENDHIST)".
       01  cab-colunas-conf.
           05  filler                pic x(08) value "PERIODO ".
           05  filler                pic x(07) value "FILIAL ".
           05  filler                pic x(09) value "VENDEDOR ".
           05  filler                pic x(08) value "CLIENTE ".
           05  filler                pic x(09) value "PRODUTO  ".
           05  filler                pic x(24) value "OCORRENCIA".
           05  filler                pic x(18) value
                  "         HISTORICO".
           05  filler                pic x(02) value spaces.
           05  filler                pic x(18) value
                  "            RESUMO".
       01  linha-ocorrencia.
           05  loc-periodo           pic 9(06).
           05  filler                pic x(03) value spaces.
           05  loc-filial            pic 9(03).
           05  filler                pic x(03) value spaces.
           05  loc-vendedor          pic 9(05).
           05  filler                pic x(04) value spaces.
           05  loc-cliente           pic 9(05).
           05  filler                pic x(03) value spaces.
           05  loc-produto           pic 9(05).
           05  filler                pic x(04) value spaces.
           05  loc-descricao         pic x(24).
       01  linha-divergencia.
           05  filler                pic x(41) value spaces.
           05  ldv-campo             pic x(22).
           05  filler                pic x(02) value spaces.
           05  ldv-hist              pic -zz.zzz.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  ldv-resumo            pic -zz.zzz.zzz.zz9,99.
       01  linha-conta-conf.
           05  lcc-descricao         pic x(40).
           05  filler                pic x(02) value spaces.
           05  lcc-quantidade        pic zzzzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           display erase
           display "CONFERENCIA DO RESUMO MENSAL DE VENDAS" at 0310
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-resumo
               on ascending key srs-chave
               input procedure 2000-libera-historico
                        thru 2000-libera-historico-exit
               output procedure 3000-confronta
                        thru 3000-confronta-exit
           if not vcf-resumo-ausente
              close arq-resumo
           end-if
           perform 4000-imprime-totais thru 4000-imprime-totais-exit
           close conferencia-relatorio
           if vcf-qtde-ocorrencias > zeros
              display "RESUMO DIFERE DO HISTORICO - ver VRESCONF.RPT"
                  at 0510
              display "Rodar o VRESGERA para reconstruir o resumo."
                  at 0610
              move 4 to return-code
           else
              display "Resumo confere com o historico - ver "
                      "VRESCONF.RPT" at 0510
           end-if
           stop run.

      *-----------------------------------------------------------*
      * Resumo inexistente nao impede a conferencia: todas as      *
      * chaves do historico saem como ausentes do resumo.          *
      *-----------------------------------------------------------*
       1000-abrir-arquivos.
           open input arq-resumo
           if vcf-status-resumo = "35"
              move "N" to vcf-tem-resumo
           else
              if vcf-status-resumo not = "00"
                 display "VRESCONF: erro ao abrir VENDRES - status "
                          vcf-status-resumo at 0510
                 move 16 to return-code
                 stop run
              end-if
           end-if
           open output conferencia-relatorio
           write linha-relatorio from cab-conferencia
           write linha-relatorio from cab-colunas-conf
               after advancing 2 lines
           if vcf-resumo-ausente
              move "RESUMO VENDRES INEXISTENTE" to linha-relatorio
              write linha-relatorio after advancing 2 lines
           end-if.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * Cada linha do historico vira a sua contribuicao, calculada *
      * pela mesma rotina que mantem o resumo (funcao "C", sem     *
      * tocar no arquivo).                                         *
      *-----------------------------------------------------------*
       2000-libera-historico.
           open input venda-historico
           if vcf-status-hist not = "00"
              display "VRESCONF: erro ao abrir VENDHIST - status "
                       vcf-status-hist at 0510
              move 16 to return-code
              stop run
           end-if
           perform 2010-libera-uma-linha
              thru 2010-libera-uma-linha-exit
               until vcf-fim-hist
           close venda-historico.
       2000-libera-historico-exit.
           exit.

       2010-libera-uma-linha.
           read venda-historico
               at end
                   set vcf-fim-hist to true
               not at end
                   add 1 to vcf-qtde-lidas
                   call "VRESUMO" using vcf-vr-funcao hst-registro
                                         srs-registro vcf-vr-status
                   end-call
                   release srs-registro
           end-read.
       2010-libera-uma-linha-exit.
           exit.

      *-----------------------------------------------------------*
      * Batimento das duas sequencias em ordem de chave.           *
      *-----------------------------------------------------------*
       3000-confronta.
           perform 3100-retorna-contribuicao
              thru 3100-retorna-contribuicao-exit
           perform 3200-proxima-chave-hist
              thru 3200-proxima-chave-hist-exit
           perform 3300-proximo-resumo
              thru 3300-proximo-resumo-exit
           perform 3400-compara-chaves
              thru 3400-compara-chaves-exit
               until vcf-chave-hist = high-values
                 and vcf-chave-resumo = high-values.
       3000-confronta-exit.
           exit.

       3100-retorna-contribuicao.
           return ordenacao-resumo
               at end
                   set vcf-sem-mais-hist to true
           end-return.
       3100-retorna-contribuicao-exit.
           exit.

       3200-proxima-chave-hist.
           if vcf-sem-mais-hist
              move high-values to vcf-chave-hist
              go to 3200-proxima-chave-hist-exit
           end-if
           move zeros to hac-registro
           move srs-chave to hac-chave
           move srs-chave to vcf-chave-hist
           add 1 to vcf-qtde-chaves-hist
           perform 3210-soma-contribuicao
              thru 3210-soma-contribuicao-exit
               until vcf-sem-mais-hist
                  or srs-chave not = hac-chave.
       3200-proxima-chave-hist-exit.
           exit.

       3210-soma-contribuicao.
           add srs-lanc-vendas to hac-lanc-vendas
           add srs-lanc-devolucoes to hac-lanc-devolucoes
           add srs-lanc-outros to hac-lanc-outros
           add srs-qtde-vendida to hac-qtde-vendida
           add srs-qtde-devolvida to hac-qtde-devolvida
           add srs-valor-vendas to hac-valor-vendas
           add srs-valor-devolucoes to hac-valor-devolucoes
           add srs-comissao to hac-comissao
           add srs-bonus to hac-bonus
           perform 3100-retorna-contribuicao
              thru 3100-retorna-contribuicao-exit.
       3210-soma-contribuicao-exit.
           exit.

       3300-proximo-resumo.
           if vcf-resumo-ausente
              move high-values to vcf-chave-resumo
              go to 3300-proximo-resumo-exit
           end-if
           move "N" to vcf-achou-resumo
           perform 3310-le-resumo thru 3310-le-resumo-exit
               until vcf-achou-resumo = "S".
       3300-proximo-resumo-exit.
           exit.

       3310-le-resumo.
           read arq-resumo
               at end
                   move high-values to vcf-chave-resumo
                   move "S" to vcf-achou-resumo
               not at end
                   add 1 to vcf-qtde-linhas-res
                   if vrs-lanc-vendas = zeros
                      and vrs-lanc-devolucoes = zeros
                      and vrs-lanc-outros = zeros
                      and vrs-qtde-vendida = zeros
                      and vrs-qtde-devolvida = zeros
                      and vrs-valor-vendas = zeros
                      and vrs-valor-devolucoes = zeros
                      and vrs-comissao = zeros
                      and vrs-bonus = zeros
                      add 1 to vcf-qtde-zeradas
                   else
                      move vrs-chave to vcf-chave-resumo
                      move "S" to vcf-achou-resumo
                   end-if
           end-read.
       3310-le-resumo-exit.
           exit.

       3400-compara-chaves.
           evaluate true
               when vcf-chave-hist < vcf-chave-resumo
                   move hac-periodo to loc-periodo
                   move hac-filial to loc-filial
                   move hac-vendedor to loc-vendedor
                   move hac-cliente to loc-cliente
                   move hac-produto to loc-produto
                   move "SO NO HISTORICO" to loc-descricao
                   write linha-relatorio from linha-ocorrencia
                       after advancing 1 line
                   add 1 to vcf-qtde-so-hist vcf-qtde-ocorrencias
                   perform 3200-proxima-chave-hist
                      thru 3200-proxima-chave-hist-exit
               when vcf-chave-hist > vcf-chave-resumo
                   move vrs-periodo to loc-periodo
                   move vrs-filial to loc-filial
                   move vrs-vendedor to loc-vendedor
                   move vrs-cliente to loc-cliente
                   move vrs-produto to loc-produto
                   move "SO NO RESUMO" to loc-descricao
                   write linha-relatorio from linha-ocorrencia
                       after advancing 1 line
                   add 1 to vcf-qtde-so-resumo vcf-qtde-ocorrencias
                   perform 3300-proximo-resumo
                      thru 3300-proximo-resumo-exit
               when other
                   perform 3500-compara-valores
                      thru 3500-compara-valores-exit
                   perform 3200-proxima-chave-hist
                      thru 3200-proxima-chave-hist-exit
                   perform 3300-proximo-resumo
                      thru 3300-proximo-resumo-exit
           end-evaluate.
       3400-compara-chaves-exit.
           exit.

      *-----------------------------------------------------------*
      * Mesma chave dos dois lados: cada valor divergente sai numa *
      * linha propria, abaixo da chave (a data de atualizacao do   *
      * resumo fica fora).                                         *
      *-----------------------------------------------------------*
       3500-compara-valores.
           move "N" to vcf-divergiu
           move "LINHAS DE VENDA" to vcf-campo
           move hac-lanc-vendas to vcf-valor-hist
           move vrs-lanc-vendas to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "LINHAS DE DEVOLUCAO" to vcf-campo
           move hac-lanc-devolucoes to vcf-valor-hist
           move vrs-lanc-devolucoes to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "OUTRAS LINHAS" to vcf-campo
           move hac-lanc-outros to vcf-valor-hist
           move vrs-lanc-outros to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "QUANTIDADE VENDIDA" to vcf-campo
           move hac-qtde-vendida to vcf-valor-hist
           move vrs-qtde-vendida to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "QUANTIDADE DEVOLVIDA" to vcf-campo
           move hac-qtde-devolvida to vcf-valor-hist
           move vrs-qtde-devolvida to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "VALOR DE VENDAS" to vcf-campo
           move hac-valor-vendas to vcf-valor-hist
           move vrs-valor-vendas to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "VALOR DE DEVOLUCOES" to vcf-campo
           move hac-valor-devolucoes to vcf-valor-hist
           move vrs-valor-devolucoes to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "COMISSAO" to vcf-campo
           move hac-comissao to vcf-valor-hist
           move vrs-comissao to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           move "BONUS" to vcf-campo
           move hac-bonus to vcf-valor-hist
           move vrs-bonus to vcf-valor-resumo
           perform 3510-compara-campo thru 3510-compara-campo-exit
           if vcf-com-divergencia
              add 1 to vcf-qtde-divergentes vcf-qtde-ocorrencias
           else
              add 1 to vcf-qtde-conferem
           end-if.
       3500-compara-valores-exit.
           exit.

       3510-compara-campo.
           if vcf-valor-hist = vcf-valor-resumo
              go to 3510-compara-campo-exit
           end-if
           if not vcf-com-divergencia
              move "S" to vcf-divergiu
              move hac-periodo to loc-periodo
              move hac-filial to loc-filial
              move hac-vendedor to loc-vendedor
              move hac-cliente to loc-cliente
              move hac-produto to loc-produto
              move "VALORES DIVERGENTES" to loc-descricao
              write linha-relatorio from linha-ocorrencia
                  after advancing 1 line
           end-if
           move vcf-campo to ldv-campo
           move vcf-valor-hist to ldv-hist
           move vcf-valor-resumo to ldv-resumo
           write linha-relatorio from linha-divergencia
               after advancing 1 line.
       3510-compara-campo-exit.
           exit.

       4000-imprime-totais.
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "LINHAS DE HISTORICO LIDAS:" to lcc-descricao
           move vcf-qtde-lidas to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "CHAVES NO HISTORICO:" to lcc-descricao
           move vcf-qtde-chaves-hist to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "LINHAS NO RESUMO:" to lcc-descricao
           move vcf-qtde-linhas-res to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "LINHAS ZERADAS NO RESUMO (SO CONTADAS):"
               to lcc-descricao
           move vcf-qtde-zeradas to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "CHAVES QUE CONFEREM:" to lcc-descricao
           move vcf-qtde-conferem to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "CHAVES SO NO HISTORICO:" to lcc-descricao
           move vcf-qtde-so-hist to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "CHAVES SO NO RESUMO:" to lcc-descricao
           move vcf-qtde-so-resumo to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line
           move "CHAVES COM VALORES DIVERGENTES:" to lcc-descricao
           move vcf-qtde-divergentes to lcc-quantidade
           write linha-relatorio from linha-conta-conf
               after advancing 1 line.
       4000-imprime-totais-exit.
           exit.
