      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. estmov.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Razao de movimentos de estoque: lista o  *
      *                    MOVESTQ.DAT por filial e produto, na     *
      *                    ordem em que os movimentos foram         *
      *                    gravados, com o saldo apos cada um.      *
      *                    Marca o movimento cujo saldo nao         *
      *                    encadeia com o anterior e, sem data      *
      *                    final, confere o ultimo saldo do razao   *
      *                    com o saldo do ESTOQUE - e o caminho     *
      *                    para rastrear uma diferenca de           *
      *                    contagem.  Filtros opcionais no          *
      *                    ESTMOV.PRM (FILIAL;PRODUTO;DATA          *
      *                    INICIAL;DATA FINAL, vazio = todos).      *
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
           select movimento-estoque assign to "MOVESTQ.DAT"
               organization is line sequential
               file status is emv-status-movest.

           select estoque-arq assign to "ESTOQUE"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is emv-status-estoque.

           select arq-parametros assign to "ESTMOV.PRM"
               organization is line sequential
               file status is emv-status-parm.

           select ordenacao-movimentos assign to "EMVSORT".

           select razao-relatorio
               assign to dynamic emv-nome-relatorio
               organization is line sequential
               file status is emv-status-relat.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  movimento-estoque.
           copy MOVESTQ.

       fd  estoque-arq.
           copy ESTQREC.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       sd  ordenacao-movimentos.
       01  sem-registro.
           05  sem-filial            pic 9(03).
           05  sem-produto           pic 9(05).
           05  sem-sequencia         pic 9(09).
           05  sem-movimento         pic x(59).

       fd  razao-relatorio.
       01  linha-relatorio           pic x(100).

       working-storage section.

       77  emv-status-movest    pic x(02) value spaces.
       77  emv-status-estoque   pic x(02) value spaces.
       77  emv-status-parm      pic x(02) value spaces.
       77  emv-status-relat     pic x(02) value spaces.
       77  emv-fim-ordenacao    pic x value "N".
       77  emv-tem-estoque      pic x(01) value "N".
           88  emv-com-estoque         value "S".

       77  emv-data-real        pic 9(08) value zeros.
       77  emv-data-negocio     pic 9(08) value zeros.

       77  emv-rpt-base         pic x(08) value "ESTMOV  ".
       77  emv-nome-relatorio   pic x(30) value spaces.
       77  emv-rpt-status       pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Filtros do ESTMOV.PRM.                                     *
      *-----------------------------------------------------------*
       77  emv-prm-filial       pic x(10) value spaces.
       77  emv-prm-produto      pic x(10) value spaces.
       77  emv-prm-data-ini     pic x(10) value spaces.
       77  emv-prm-data-fim     pic x(10) value spaces.
       77  emv-filtro-filial    pic 9(03) value zeros.
       77  emv-usa-filial       pic x(01) value "N".
           88  emv-filtra-filial       value "S".
       77  emv-filtro-produto   pic 9(05) value zeros.
       77  emv-filtro-data-ini  pic 9(08) value zeros.
       77  emv-filtro-data-fim  pic 9(08) value 99999999.

       77  emv-sequencia        pic 9(09) value zeros.
       77  emv-primeiro-reg     pic x value "S".
           88  emv-primeira-vez        value "S".
       77  emv-filial-anterior  pic 9(03) value zeros.
       77  emv-produto-anterior pic 9(05) value zeros.
       77  emv-saldo-anterior   pic s9(07) value zeros.
       77  emv-primeiro-mov     pic x(01) value "S".
           88  emv-inicio-grupo        value "S".
       77  emv-saldo-esperado   pic s9(08) value zeros.
       77  emv-entradas         pic s9(09) value zeros.
       77  emv-saidas           pic s9(09) value zeros.
       77  emv-qtde-movimentos  pic 9(07) value zeros.
       77  emv-qtde-quebras     pic 9(05) value zeros.
       77  emv-qtde-divergentes pic 9(05) value zeros.

       01  cabecalho-razao.
           05  filler                pic x(38) value
                  "RAZAO DE MOVIMENTOS DE ESTOQUE - DE ".
           05  cr-data-ini           pic 9(08).
           05  filler                pic x(03) value " A ".
           05  cr-data-fim           pic 9(08).
           05  filler                pic x(08) value "  DATA: ".
           05  cr-data               pic 9(08).
       01  cabecalho-grupo-mov.
           05  filler                pic x(08) value "FILIAL: ".
           05  cgm-filial            pic 9(03).
           05  filler                pic x(11) value "  PRODUTO: ".
           05  cgm-produto           pic zzzz9.
       01  cabecalho-colunas-mov.
           05  filler                pic x(10) value "DATA".
           05  filler                pic x(12) value "TIPO".
           05  filler                pic x(12) value "  QUANTIDADE".
           05  filler                pic x(12) value "  SALDO APOS".
           05  filler                pic x(02) value spaces.
           05  filler                pic x(21) value "DOCUMENTO".
           05  filler                pic x(09) value "OPERADOR".
       01  linha-movimento.
           05  lmv-data              pic 9(08).
           05  filler                pic x(02) value spaces.
           05  lmv-tipo              pic x(10).
           05  filler                pic x(02) value spaces.
           05  lmv-quantidade        pic -.---.--9.
           05  filler                pic x(03) value spaces.
           05  lmv-saldo             pic -.---.--9.
           05  filler                pic x(04) value spaces.
           05  lmv-documento         pic x(20).
           05  filler                pic x(01) value space.
           05  lmv-operador          pic x(08).
           05  filler                pic x(01) value space.
           05  lmv-marca             pic x(14).
       01  linha-fecha-grupo.
           05  filler                pic x(12) value spaces.
           05  lfg-descricao         pic x(22).
           05  lfg-valor             pic ---.---.--9.
           05  filler                pic x(02) value spaces.
           05  lfg-aviso             pic x(30).
       01  linha-total-mov.
           05  ltm-descricao         pic x(40).
           05  ltm-quantidade        pic zzzzzz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using emv-data-real emv-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           sort ordenacao-movimentos
               on ascending key sem-filial
                                sem-produto
                                sem-sequencia
               input procedure 5000-carrega-movimentos
                        thru 5000-carrega-movimentos-exit
               output procedure 5100-lista-razao
                        thru 5100-lista-razao-exit
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "MOVIMENTOS LISTADOS:" to ltm-descricao
           move emv-qtde-movimentos to ltm-quantidade
           write linha-relatorio from linha-total-mov
               after advancing 1 line
           move "SALDOS QUE NAO ENCADEIAM:" to ltm-descricao
           move emv-qtde-quebras to ltm-quantidade
           write linha-relatorio from linha-total-mov
               after advancing 1 line
           move "RAZAO DIFERENTE DO ESTOQUE:" to ltm-descricao
           move emv-qtde-divergentes to ltm-quantidade
           write linha-relatorio from linha-total-mov
               after advancing 1 line
           close razao-relatorio
           if emv-com-estoque
              close estoque-arq
           end-if
           display "ESTMOV: razao em " emv-nome-relatorio
           if emv-qtde-quebras > zeros
              or emv-qtde-divergentes > zeros
              move 4 to return-code
           end-if
           stop run.

       1000-abrir-arquivos.
           perform 1100-le-parametros thru 1100-le-parametros-exit
           open input estoque-arq
           if emv-status-estoque = "00"
              move "S" to emv-tem-estoque
           end-if
           call "RPTNAME" using emv-rpt-base emv-nome-relatorio
                                 emv-rpt-status
           end-call
           if emv-rpt-status not = "0"
              move "ESTMOV.RPT" to emv-nome-relatorio
           end-if
           open output razao-relatorio
           move emv-filtro-data-ini to cr-data-ini
           move emv-filtro-data-fim to cr-data-fim
           move emv-data-negocio to cr-data
           write linha-relatorio from cabecalho-razao.
       1000-abrir-arquivos-exit.
           exit.

      *-----------------------------------------------------------*
      * FILIAL;PRODUTO;DATA INICIAL;DATA FINAL - campo vazio nao   *
      * filtra; campo nao numerico recusa a corrida.               *
      *-----------------------------------------------------------*
       1100-le-parametros.
           open input arq-parametros
           if emv-status-parm not = "00"
              go to 1100-le-parametros-exit
           end-if
           read arq-parametros
               at end
                   move spaces to prm-linha
           end-read
           close arq-parametros
           unstring prm-linha delimited by ";"
               into emv-prm-filial emv-prm-produto
                    emv-prm-data-ini emv-prm-data-fim
           end-unstring
           if emv-prm-filial not = spaces
              if emv-prm-filial(1:3) is not numeric
                 go to 1100-parametro-invalido
              end-if
              move emv-prm-filial(1:3) to emv-filtro-filial
              move "S" to emv-usa-filial
           end-if
           if emv-prm-produto not = spaces
              if emv-prm-produto(1:5) is not numeric
                 go to 1100-parametro-invalido
              end-if
              move emv-prm-produto(1:5) to emv-filtro-produto
           end-if
           if emv-prm-data-ini not = spaces
              if emv-prm-data-ini(1:8) is not numeric
                 go to 1100-parametro-invalido
              end-if
              move emv-prm-data-ini(1:8) to emv-filtro-data-ini
           end-if
           if emv-prm-data-fim not = spaces
              if emv-prm-data-fim(1:8) is not numeric
                 go to 1100-parametro-invalido
              end-if
              move emv-prm-data-fim(1:8) to emv-filtro-data-fim
           end-if
           go to 1100-le-parametros-exit.
       1100-parametro-invalido.
           display "ESTMOV: parametros invalidos em ESTMOV.PRM"
           move 16 to return-code
           stop run.
       1100-le-parametros-exit.
           exit.

       5000-carrega-movimentos.
           open input movimento-estoque
           if emv-status-movest not = "00"
              go to 5000-carrega-movimentos-exit
           end-if
           perform 5010-carrega-um thru 5010-carrega-um-exit
               until emv-status-movest not = "00"
           close movimento-estoque.
       5000-carrega-movimentos-exit.
           exit.

       5010-carrega-um.
           read movimento-estoque
               at end
                   move "10" to emv-status-movest
                   go to 5010-carrega-um-exit
           end-read
           add 1 to emv-sequencia
           if emv-filtra-filial and mve-filial not = emv-filtro-filial
              go to 5010-carrega-um-exit
           end-if
           if emv-filtro-produto > zeros
              and mve-produto not = emv-filtro-produto
              go to 5010-carrega-um-exit
           end-if
           if mve-data < emv-filtro-data-ini
              or mve-data > emv-filtro-data-fim
              go to 5010-carrega-um-exit
           end-if
           move mve-filial to sem-filial
           move mve-produto to sem-produto
           move emv-sequencia to sem-sequencia
           move mve-registro to sem-movimento
           release sem-registro.
       5010-carrega-um-exit.
           exit.

       5100-lista-razao.
           move "N" to emv-fim-ordenacao
           perform 5110-lista-movimento
              thru 5110-lista-movimento-exit
               until emv-fim-ordenacao = "S"
           if not emv-primeira-vez
              perform 5150-fecha-grupo thru 5150-fecha-grupo-exit
           end-if.
       5100-lista-razao-exit.
           exit.

      *-----------------------------------------------------------*
      * Um movimento: o saldo anterior mais a quantidade tem de    *
      * dar o saldo gravado; se nao der, alguem mexeu no saldo     *
      * fora do razao entre os dois movimentos.                    *
      *-----------------------------------------------------------*
       5110-lista-movimento.
           return ordenacao-movimentos
               at end
                   move "S" to emv-fim-ordenacao
                   go to 5110-lista-movimento-exit
           end-return
           move sem-movimento to mve-registro
           if emv-primeira-vez
              or mve-filial not = emv-filial-anterior
              or mve-produto not = emv-produto-anterior
              if not emv-primeira-vez
                 perform 5150-fecha-grupo thru 5150-fecha-grupo-exit
              end-if
              move "N" to emv-primeiro-reg
              move "S" to emv-primeiro-mov
              move mve-filial to emv-filial-anterior cgm-filial
              move mve-produto to emv-produto-anterior cgm-produto
              write linha-relatorio from cabecalho-grupo-mov
                  after advancing 2 lines
              write linha-relatorio from cabecalho-colunas-mov
                  after advancing 1 line
           end-if
           move space to lmv-marca
           if not emv-inicio-grupo
              compute emv-saldo-esperado =
                      emv-saldo-anterior + mve-quantidade
              if emv-saldo-esperado not = mve-saldo-apos
                 move "*NAO ENCADEIA" to lmv-marca
                 add 1 to emv-qtde-quebras
              end-if
           end-if
           move "N" to emv-primeiro-mov
           evaluate true
               when mve-entrada
                   move "ENTRADA" to lmv-tipo
               when mve-venda
                   move "VENDA" to lmv-tipo
               when mve-devolucao
                   move "DEVOLUCAO" to lmv-tipo
               when mve-ajuste
                   move "AJUSTE INV" to lmv-tipo
               when other
                   move mve-tipo to lmv-tipo
           end-evaluate
           if mve-quantidade > zeros
              add mve-quantidade to emv-entradas
           else
              add mve-quantidade to emv-saidas
           end-if
           move mve-data to lmv-data
           move mve-quantidade to lmv-quantidade
           move mve-saldo-apos to lmv-saldo
           move mve-documento to lmv-documento
           move mve-operador to lmv-operador
           write linha-relatorio from linha-movimento
               after advancing 1 line
           move mve-saldo-apos to emv-saldo-anterior
           add 1 to emv-qtde-movimentos.
       5110-lista-movimento-exit.
           exit.

      *-----------------------------------------------------------*
      * Fecha o produto na filial: entradas, saidas e, sem data    *
      * final no filtro, o saldo do mestre contra o do razao.      *
      *-----------------------------------------------------------*
       5150-fecha-grupo.
           move spaces to lfg-aviso
           move "ENTRADAS NO PERIODO:" to lfg-descricao
           move emv-entradas to lfg-valor
           write linha-relatorio from linha-fecha-grupo
               after advancing 1 line
           move "SAIDAS NO PERIODO:" to lfg-descricao
           move emv-saidas to lfg-valor
           write linha-relatorio from linha-fecha-grupo
               after advancing 1 line
           move zeros to emv-entradas emv-saidas
           if not emv-com-estoque
              or emv-filtro-data-fim not = 99999999
              go to 5150-fecha-grupo-exit
           end-if
           move emv-filial-anterior to est-filial
           move emv-produto-anterior to est-produto
           read estoque-arq
               invalid key
                   move zeros to est-qtde-saldo
                   move "SEM REGISTRO NO ESTOQUE" to lfg-aviso
           end-read
           move "SALDO NO ESTOQUE:" to lfg-descricao
           move est-qtde-saldo to lfg-valor
           if est-qtde-saldo not = emv-saldo-anterior
              and lfg-aviso = spaces
              move "*DIFERENTE DO RAZAO" to lfg-aviso
           end-if
           if lfg-aviso not = spaces
              add 1 to emv-qtde-divergentes
           end-if
           write linha-relatorio from linha-fecha-grupo
               after advancing 1 line.
       5150-fecha-grupo-exit.
           exit.
