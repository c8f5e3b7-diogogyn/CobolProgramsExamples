      *                    valor, taxa da faixa aplicada e          *
      *                    comissao - a resposta documentada a      *
      *                    qualquer contestacao de comissao.        *
      * 15/10/2026 EQP     Comissao no recebimento: venda com       *
      *                    comissao retida sai marcada RETIDA sem   *
      *                    somar a comissao; as liberacoes do       *
      *                    periodo (COMPEND.DAT) saem como          *
      *                    LIBERADA, e o override sobre elas como   *
      *                    OVER.LIB. no extrato do supervisor;      *
      *                    resumo por vendedor com a comissao       *
      *                    retida no periodo, a liberada e a ainda  *
      *                    retida em aberto.                        *
      * 15/10/2026 EQP     Linhas de bonus de concurso (tipo B) no  *
      *                    extrato, com o codigo do concurso, fora  *
      *                    da comissao e com subtotal proprio por   *
      *                    vendedor.                                *
      * 15/10/2026 EQP     Pendencia de comissao cancelada pela     *
      *                    devolucao da venda (situacao "C") fica   *
      *                    fora do extrato.                         *
      *-----------------------------------------------------------*

      *****************************************************************
               organization is line sequential
               file status is vex-status-relat.

           select comissao-pendente assign to "COMPEND"
               organization is indexed
               access mode is dynamic
               record key is cpn-chave-titulo
               file status is vex-status-pend.

           select adiantamento-arq assign to "ADIANT"
               organization is indexed
               access mode is dynamic
           05  sex-rateio            pic 9(03).
           05  sex-sinal             pic x(01).
           05  sex-motivo            pic x(03).
           05  sex-retida            pic x(01).
           05  sex-concurso          pic 9(04).

       fd  vendedor-mestre.
           copy VDRREC.
       fd  adiantamento-arq.
           copy ADIANREC.

       fd  comissao-pendente.
           copy COMPEND.

       working-storage section.

       77  vex-status-hist      pic x(02) value spaces.
       77  vex-tem-adiant       pic x(01) value "N".
           88  vex-adiant-aberto       value "S".

      *-----------------------------------------------------------*
      * Comissao no recebimento: retida nas vendas do periodo,     *
      * liberada no periodo (pendencias de COMPEND.DAT liquidadas, *
      * e override sobre elas) e ainda retida em aberto.           *
      *-----------------------------------------------------------*
       77  vex-status-pend      pic x(02) value spaces.
       77  vex-tem-pend         pic x(01) value "N".
           88  vex-pend-aberto         value "S".
       77  vex-sub-retida       pic 9(09)v99 value zeros.
       77  vex-sub-liberada     pic 9(09)v99 value zeros.
       77  vex-sub-em-aberto    pic 9(09)v99 value zeros.

      *-----------------------------------------------------------*
      * Bonus de concurso do periodo (linhas "B" do historico),    *
      * fora da comissao.                                          *
      *-----------------------------------------------------------*
       77  vex-sub-bonus        pic s9(09)v99 value zeros.
       01  linha-bonus-ext.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(22) value
                                          "BONUS DE CONCURSO:".
           05  lbe-bonus             pic -z.zzz.zz9,99.

       77  vex-linhas-pagina    pic 99 value zeros.
       77  vex-max-linhas       pic 99 value 30.
       77  vex-num-pagina       pic 999 value zeros.
           05  lse-vendas            pic -z.zzz.zz9,99.
           05  filler                pic x(12) value "   COMISSAO ".
           05  lse-comissao          pic -zzz.zz9,99.
       01  linha-comissao-receb.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(16) value
                                          "COMISSAO RETIDA ".
           05  lcr-retida            pic zzz.zz9,99.
           05  filler                pic x(12) value "  LIBERADA ".
           05  lcr-liberada          pic zzz.zz9,99.
           05  filler                pic x(20) value
                                          "  RETIDA EM ABERTO ".
           05  lcr-em-aberto         pic zzz.zz9,99.
       01  linha-adiantamento.
           05  filler                pic x(05) value spaces.
           05  filler                pic x(13) value
              stop run
           end-if
           open output extrato-relatorio
           open input comissao-pendente
           if vex-status-pend = "00"
              move "S" to vex-tem-pend
           end-if
           open input adiantamento-arq
           if vex-status-adiant = "00"
              move "S" to vex-tem-adiant
           perform 2020-libera-historico
              thru 2020-libera-historico-exit
               until vex-fim-hist
           close venda-historico
           if vex-pend-aberto
              move low-values to cpn-chave-titulo
              start comissao-pendente key not less than
                    cpn-chave-titulo
                  invalid key
                      move "10" to vex-status-pend
              end-start
              perform 2030-libera-pendencia
                 thru 2030-libera-pendencia-exit
                  until vex-status-pend not = "00"
              close comissao-pendente
           end-if.
       2000-carrega-historico-exit.
           exit.

              end-if
              move hst-ajuste-sinal to sex-sinal
              move hst-ajuste-motivo to sex-motivo
              if hst-com-retida
                 move "S" to sex-retida
              else
                 move "N" to sex-retida
              end-if
              if hst-bonus
                 move hst-concurso to sex-concurso
              else
                 move zeros to sex-concurso
              end-if
              release sex-registro
           end-if
           perform 2010-le-proximo-historico
       2020-libera-historico-exit.
           exit.

      *-----------------------------------------------------------*
      * Pendencias de comissao no recebimento: liberada no periodo *
      * (tipo L para o vendedor, S para o override do supervisor)  *
      * e ainda retida (tipo H, so somada no resumo do vendedor).  *
      *-----------------------------------------------------------*
       2030-libera-pendencia.
           read comissao-pendente next record
               at end
                   move "10" to vex-status-pend
                   go to 2030-libera-pendencia-exit
           end-read
           move cpn-valor-titulo to sex-valor
           move cpn-taxa-aplicada to sex-taxa
           move cpn-cliente to sex-cliente
           move zeros to sex-rateio
           move spaces to sex-sinal sex-motivo
           move "N" to sex-retida
           move zeros to sex-concurso
           if cpn-retida
              move cpn-vendedor to sex-vendedor
              move cpn-data-venda to sex-data
              move "H" to sex-tipo
              move cpn-comissao to sex-comissao
              release sex-registro
              go to 2030-libera-pendencia-exit
           end-if
           if cpn-cancelada
              go to 2030-libera-pendencia-exit
           end-if
           if cpn-periodo-liberacao not = vex-periodo-escolhido
              go to 2030-libera-pendencia-exit
           end-if
           move cpn-vendedor to sex-vendedor
           move cpn-data-liberacao to sex-data
           move "L" to sex-tipo
           move cpn-comissao to sex-comissao
           release sex-registro
           if cpn-supervisor > zeros and cpn-override > zeros
              move cpn-supervisor to sex-vendedor
              move "S" to sex-tipo
              move cpn-comissao to sex-valor
              move zeros to sex-taxa
              move cpn-override to sex-comissao
              release sex-registro
           end-if.
       2030-libera-pendencia-exit.
           exit.

      *-----------------------------------------------------------*
      * Imprime um extrato por vendedor: cabecalho com os totais   *
      * de periodo do mestre, uma linha por transacao aplicada e   *
                 thru 3010-imprime-cabecalho-exit
           end-if
           move zeros to vex-sub-vendas vex-sub-comissao
           move zeros to vex-sub-retida vex-sub-liberada
                          vex-sub-em-aberto vex-sub-bonus
           move vex-vendedor-anterior to lve-codigo
           move vex-vendedor-anterior to vdr-codigo
           read vendedor-mestre
           exit.

       3050-imprime-transacao.
           if sex-tipo = "H"
              add sex-comissao to vex-sub-em-aberto
              go to 3050-imprime-transacao-exit
           end-if
           if vex-linhas-pagina not < vex-max-linhas
              perform 3010-imprime-cabecalho
                 thru 3010-imprime-cabecalho-exit
                   move "AJUSTE"    to lte-tipo
               when "O"
                   move "OVERRIDE"  to lte-tipo
               when "L"
                   move "LIBERADA"  to lte-tipo
               when "S"
                   move "OVER.LIB." to lte-tipo
               when "B"
                   move "BONUS"     to lte-tipo
               when other
                   move "VENDA"     to lte-tipo
           end-evaluate
                          ")" delimited by size
                          into lte-rateio
                   end-string
               when sex-tipo = "L" or sex-tipo = "S"
                   move "RECEBIMENTO" to lte-rateio
               when sex-tipo = "B"
                   string "CONC" delimited by size
                          sex-concurso delimited by size
                          " " delimited by size
                          sex-sinal delimited by size
                          into lte-rateio
                   end-string
               when sex-retida = "S"
                   move "RETIDA" to lte-rateio
               when sex-rateio > zeros
                   string "RATEIO " delimited by size
                          sex-rateio delimited by size
                   else
                      add sex-comissao to vex-sub-comissao
                   end-if
               when sex-tipo = "L" or sex-tipo = "S"
                   add sex-comissao to vex-sub-comissao
                   add sex-comissao to vex-sub-liberada
               when sex-tipo = "B"
                   if sex-sinal = "-"
                      subtract sex-comissao from vex-sub-bonus
                   else
                      add sex-comissao to vex-sub-bonus
                   end-if
               when sex-retida = "S"
                   add sex-valor to vex-sub-vendas
                   add sex-comissao to vex-sub-retida
               when other
                   add sex-valor to vex-sub-vendas
                   add sex-comissao to vex-sub-comissao
           write linha-relatorio from linha-sub-extrato
               after advancing 1 line
           add 1 to vex-linhas-pagina
           if vex-sub-retida + vex-sub-liberada + vex-sub-em-aberto
              > zeros
              move vex-sub-retida to lcr-retida
              move vex-sub-liberada to lcr-liberada
              move vex-sub-em-aberto to lcr-em-aberto
              write linha-relatorio from linha-comissao-receb
                  after advancing 1 line
              add 1 to vex-linhas-pagina
           end-if
           if vex-sub-bonus not = zeros
              move vex-sub-bonus to lbe-bonus
              write linha-relatorio from linha-bonus-ext
                  after advancing 1 line
              add 1 to vex-linhas-pagina
           end-if
           perform 3070-imprime-adiantamentos
              thru 3070-imprime-adiantamentos-exit.
       3060-imprime-subtotal-exit.
