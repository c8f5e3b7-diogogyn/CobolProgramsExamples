      *                    registro em uso por outro operador       *
      *                    recusa a fusao, com a tomada de trava    *
      *                    de nivel 3 do cadastro.                  *
      * 15/10/2026 EQP     CPF/CNPJ do perdedor (CLIDOC.DAT) passa  *
      *                    ao vencedor sem documento ou e           *
      *                    descartado quando o vencedor ja tem; o   *
      *                    relatorio informa o destino.             *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      * 15/10/2026 EQP     A linha de historico reapontada sai do   *
      *                    resumo mensal de vendas na chave do      *
      *                    perdedor e entra na do vencedor          *
      *                    (VENDRES.DAT, subrotina VRESUMO); falhas *
      *                    no resumo saem no relatorio.             *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is ctt-chave
               file status is cmg-status-contato.

           select documento-arq assign to "CLIDOC"
               organization is indexed
               access mode is dynamic
               record key is doc-cliente
               alternate record key is doc-identificacao
                   with duplicates
               file status is cmg-status-clidoc.

           select cliaudit-log assign to "CLIAUDIT"
               organization is line sequential
               file status is cmg-status-audit.
       fd  contato-log.
           copy CONTREC.

       fd  documento-arq.
           copy CLIDOC.

       fd  cliaudit-log.
           copy CLIAUDT.

       77  cmg-qtde-contatos    pic 9(05) value zeros.
       77  cmg-qtde-cont-perdas pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * CPF/CNPJ (CLIDOC): o do perdedor passa ao vencedor que nao *
      * tem documento; se o vencedor ja tem, o do perdedor sai.    *
      *-----------------------------------------------------------*
       77  cmg-status-clidoc    pic x(02) value spaces.
       77  cmg-clidoc-aberto    pic x(01) value "N".
           88  cmg-tem-clidoc          value "S".
       77  cmg-doc-perdedor     pic x(15) value spaces.
       77  cmg-doc-resultado    pic x(40) value spaces.

       77  cmg-codigo-vencedor  pic 9(05) value zeros.
       77  cmg-codigo-perdedor  pic 9(05) value zeros.
       77  cmg-nome-vencedor    pic x(30) value spaces.
       77  cmg-terminal-sessao  pic x(08) value "CLIMERGE".
       77  cmg-nivel-sessao     pic 9(01) value 1.
       77  cmg-hora-atual       pic 9(08) value zeros.
       77  cmg-ec-funcao        pic x(01) value "P".
       77  cmg-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  cmg-ec-morto         pic x(20) value "CLIAUDARCH".
       77  cmg-ec-tamanho       pic 9(03) value 328.

      *-----------------------------------------------------------*
      * Trava em voo dos dois registros da fusao (RECLOCK).        *

       77  cmg-qtde-hist        pic 9(07) value zeros.
       77  cmg-qtde-titulos     pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Resumo mensal de vendas (VENDRES.DAT): a linha reapontada  *
      * sai da chave do perdedor e entra na do vencedor (VRESUMO). *
      *-----------------------------------------------------------*
       77  cmg-vr-funcao        pic x(01) value "G".
       77  cmg-vr-status        pic x(01) value spaces.
       77  cmg-vr-falhas        pic 9(07) value zeros.
       copy VRESREC replacing leading ==VRS== by ==CVR==.
       77  entra                pic x(01) value spaces.

       01  cab-fusao.
              thru 3600-reaponta-vouchers-exit
           perform 3700-reaponta-contatos
              thru 3700-reaponta-contatos-exit
           perform 3800-reaponta-documento
              thru 3800-reaponta-documento-exit
           perform 4000-exclui-perdedor
              thru 4000-exclui-perdedor-exit
           perform 5000-imprime-relatorio
           if cmg-tem-contatos
              close contato-log
           end-if
           if cmg-tem-clidoc
              close documento-arq
           end-if
           close cliente-mestre venda-historico cliaudit-log
                 fusao-relatorio
           move "F" to cmg-vr-funcao
           call "VRESUMO" using cmg-vr-funcao hst-registro
                                 cvr-registro cmg-vr-status
           end-call
           stop run.

       1000-abrir-arquivos.
           if cmg-status-contato = "00"
              set cmg-tem-contatos to true
           end-if
           open i-o documento-arq
           if cmg-status-clidoc = "00"
              set cmg-tem-clidoc to true
           end-if
           open extend cliaudit-log
           if cmg-status-audit = "35"
              open output cliaudit-log
                   set cmg-fim-hist to true
               not at end
                   if hst-cliente = cmg-codigo-perdedor
                      move "S" to cmg-vr-funcao
                      perform 3020-atualiza-resumo
                         thru 3020-atualiza-resumo-exit
                      move cmg-codigo-vencedor to hst-cliente
                      rewrite hst-registro
                      move "G" to cmg-vr-funcao
                      perform 3020-atualiza-resumo
                         thru 3020-atualiza-resumo-exit
                      add 1 to cmg-qtde-hist
                   end-if
           end-read.
       3010-troca-uma-linha-exit.
           exit.

       3020-atualiza-resumo.
           call "VRESUMO" using cmg-vr-funcao hst-registro
                                 cvr-registro cmg-vr-status
           end-call
           if cmg-vr-status not = "0"
              add 1 to cmg-vr-falhas
           end-if.
       3020-atualiza-resumo-exit.
           exit.

      *-----------------------------------------------------------*
      * Reaponta os titulos de contas a receber do perdedor;       *
      * carteira ausente (instalacao sem CRGERA) e pulada.         *
       3720-grava-contato-vencedor-exit.
           exit.

      *-----------------------------------------------------------*
      * CPF/CNPJ do perdedor: sai de CLIDOC e, quando o vencedor   *
      * ainda nao tem documento, e regravado sob o vencedor.       *
      *-----------------------------------------------------------*
       3800-reaponta-documento.
           move "PERDEDOR SEM CPF/CNPJ" to cmg-doc-resultado
           if not cmg-tem-clidoc
              move "CLIDOC INDISPONIVEL" to cmg-doc-resultado
              go to 3800-reaponta-documento-exit
           end-if
           move cmg-codigo-perdedor to doc-cliente
           read documento-arq
               invalid key
                   go to 3800-reaponta-documento-exit
           end-read
           move doc-identificacao to cmg-doc-perdedor
           delete documento-arq record
               invalid key
                   move "ERRO AO EXCLUIR O DO PERDEDOR"
                     to cmg-doc-resultado
                   go to 3800-reaponta-documento-exit
           end-delete
           move cmg-codigo-vencedor to doc-cliente
           read documento-arq
               invalid key
                   move cmg-codigo-vencedor to doc-cliente
                   move cmg-doc-perdedor to doc-identificacao
                   accept doc-data from date yyyymmdd
                   move cmg-terminal-sessao to doc-operador
                   write doc-registro
                       invalid key
                           continue
                   end-write
                   move "DO PERDEDOR PASSOU AO VENCEDOR"
                     to cmg-doc-resultado
               not invalid key
                   move "VENCEDOR JA TINHA - O DO PERDEDOR SAIU"
                     to cmg-doc-resultado
           end-read.
       3800-reaponta-documento-exit.
           exit.

      *-----------------------------------------------------------*
      * Exclui o registro perdedor do mestre, com trilha de        *
      * exclusao na auditoria (imagem antes completa, imagem       *
           move "E" to aud-operacao
           move cmg-imagem-perdedor to aud-imagem-antes
           move spaces to aud-imagem-depois
           call "ENCADEIA" using cmg-ec-funcao cmg-ec-arquivo
                                 cmg-ec-morto aud-registro
                                 cmg-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       4000-exclui-perdedor-exit.
           exit.
           move cmg-qtde-hist to lcf-quantidade
           write linha-relatorio from linha-conta-fus
               after advancing 2 lines
           if cmg-vr-falhas > zeros
              move "FALHAS NO RESUMO VENDRES (VRESGERA):"
                  to lcf-descricao
              move cmg-vr-falhas to lcf-quantidade
              write linha-relatorio from linha-conta-fus
                  after advancing 1 line
           end-if
           move "TITULOS A RECEBER REAPONTADOS:" to lcf-descricao
           move cmg-qtde-titulos to lcf-quantidade
           write linha-relatorio from linha-conta-fus
              write linha-relatorio from linha-conta-fus
                  after advancing 1 line
           end-if
           move spaces to linha-relatorio
           string "CPF/CNPJ: " delimited by size
                  cmg-doc-resultado delimited by size
                  into linha-relatorio
           end-string
           write linha-relatorio after advancing 1 line
           display "Fusao concluida - ver CLIMERGE.RPT" at 1310
           perform 5900-espera-operador
              thru 5900-espera-operador-exit.
