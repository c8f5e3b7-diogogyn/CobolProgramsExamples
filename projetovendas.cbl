      *                    SEQUENCE.DAT): o operador so confirma,   *
      *                    e pode recusar e digitar um numero       *
      *                    especifico para reaplicacoes.            *
      * 15/10/2026 EQP     O historico passou a carregar a condicao *
      *                    de pagamento e o numero de parcelas da   *
      *                    venda, de onde o CRGERA desdobra os      *
      *                    titulos de cada parcela.                 *
      * 15/10/2026 EQP     Comissao no recebimento: vendedor com    *
      *                    regime de comissao no recebimento        *
      *                    (VDRMANUT) nao recebe a comissao da      *
      *                    venda a prazo com cliente na aplicacao - *
      *                    ela fica marcada como retida no          *
      *                    historico, sem override do supervisor,   *
      *                    para o CRGERA abrir a pendencia por      *
      *                    titulo em COMPEND.DAT; a liberacao vem   *
      *                    na liquidacao do titulo (COMLIBER).      *
      *                    Devolucao de vendedor nesse regime nao   *
      *                    estorna comissao.  Linha de contagem e   *
      *                    valor retido no demonstrativo.           *
      * 15/10/2026 EQP     Estoque por produto e filial: a          *
      *                    transacao aplicada com produto baixa     *
      *                    VT-QUANTIDADE do saldo em ESTOQUE.DAT na *
      *                    filial da transacao (a devolucao         *
      *                    devolve), com linha no razao             *
      *                    MOVESTQ.DAT; o demonstrativo conta os    *
      *                    movimentos e os saldos que ficaram       *
      *                    negativos.                               *
      * 15/10/2026 EQP     ICMS por linha do historico: classe      *
      *                    fiscal do produto, UF de origem da       *
      *                    filial (FILIAL.DAT) e de destino do      *
      *                    cliente dao a aliquota em ICMS.DAT; base *
      *                    e imposto gravados em HST-REGISTRO, com  *
      *                    o liquido do lote e as transacoes sem    *
      *                    aliquota no demonstrativo (aviso,        *
      *                    retorno 4).                              *
      * 15/10/2026 EQP     Nota fiscal numerada por transacao       *
      *                    aplicada: a venda emite nota de venda e  *
      *                    a devolucao nota de credito apontando a  *
      *                    nota de origem (VT-NOTA-ORIGEM),         *
      *                    numeradas pela sequencia NOTAFISC do     *
      *                    SEQNUM, registradas em NOTAS.DAT e       *
      *                    impressas com filial, cliente, produto,  *
      *                    quantidade, preco, desconto do vale e    *
      *                    total; transacao sem nota sai no         *
      *                    demonstrativo (aviso, retorno 4).        *
      * 15/10/2026 EQP     Custo da linha no historico: custo       *
      *                    unitario vigente em CUSTOS.DAT na data   *
      *                    da venda (na devolucao com nota de       *
      *                    origem, na data da nota original) vezes  *
      *                    a quantidade, repartido no rateio;       *
      *                    produto sem custo conta para o aviso     *
      *                    (retorno 4).                             *
      * 15/10/2026 EQP     Bonus de concursos de vendas: a venda do *
      *                    produto de um concurso ativo             *
      *                    (CONCURSO.DAT, CONCMANUT) dentro da      *
      *                    janela e da filial do concurso credita o *
      *                    bonus por unidade ou percentual a cada   *
      *                    participante em VDR-BONUS-PERIODO/ACUM,  *
      *                    fora da comissao, com linha propria no   *
      *                    historico (HST-TIPO "B"); a devolucao    *
      *                    estorna pela data da nota de origem.  O  *
      *                    demonstrativo mostra o bonus em linha    *
      *                    propria por vendedor e no total.         *
      * 15/10/2026 EQP     vale de pontos abate valor na nota       *
      *                    fiscal                                   *
      * 15/10/2026 EQP     Cada linha gravada no historico passa a  *
      *                    somar a sua contribuicao no resumo       *
      *                    mensal de vendas (VENDRES.DAT, subrotina *
      *                    VRESUMO); falha no resumo e avisada no   *
      *                    fim com RC 4, para reconstrucao pelo     *
      *                    VRESGERA.                                *
      * 15/10/2026 EQP     Corrida registrada em EXECLOG.DAT        *
      *                    (EXECREG) ao final, como as do           *
      *                    fechamento - a revisao de segregacao de  *
      *                    funcoes passa a ver quem aplicou o lote. *
      * 15/10/2026 EQP     Devolucao de vendedor no regime de       *
      *                    recebimento: a linha da venda de origem  *
      *                    (pela nota de origem) decide o estorno - *
      *                    comissao retida estorna so a parte ja    *
      *                    liberada e abate ou cancela as           *
      *                    pendencias ainda retidas do titulo em    *
      *                    COMPEND.DAT; comissao paga na venda a    *
      *                    vista e estornada normalmente.           *
      *-----------------------------------------------------------*

      *****************************************************************
               record key is vch-codigo
               file status is vnd-status-voucher.

           select estoque-arq assign to "ESTOQUE"
               organization is indexed
               access mode is dynamic
               record key is est-chave
               file status is vnd-status-estoque.

           select movimento-estoque assign to "MOVESTQ.DAT"
               organization is line sequential
               file status is vnd-status-movest.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is vnd-status-produto.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is vnd-status-filial.

           select icms-tabela assign to "ICMS"
               organization is indexed
               access mode is dynamic
               record key is icm-chave
               file status is vnd-status-icms.

           select nota-registro assign to "NOTAS"
               organization is indexed
               access mode is dynamic
               record key is nf-numero
               file status is vnd-status-nota.

           select nota-impressao
               assign to dynamic vnd-nome-notas
               organization is line sequential
               file status is vnd-status-impnf.

           select preco-tabela assign to "PRECOS"
               organization is indexed
               access mode is dynamic
               record key is prc-chave
               file status is vnd-status-preco.

           select custo-tabela assign to "CUSTOS"
               organization is indexed
               access mode is dynamic
               record key is cst-chave
               file status is vnd-status-custo.

           select concurso-tabela assign to "CONCURSO"
               organization is indexed
               access mode is dynamic
               record key is cnc-codigo
               file status is vnd-status-concurso.

           select comissao-pendente assign to "COMPEND"
               organization is indexed
               access mode is dynamic
               record key is cpn-chave-titulo
               file status is vnd-status-pend.

           select arq-parametros assign to "VENDAS.PRM"
               organization is line sequential
               file status is vnd-status-parm.
       fd  voucher-arq.
           copy VOUCHREC.

       fd  estoque-arq.
           copy ESTQREC.

       fd  movimento-estoque.
           copy MOVESTQ.

       fd  produto-mestre.
           copy PRODREC.

       fd  filial-mestre.
           copy FILREC.

       fd  icms-tabela.
           copy ICMSREC.

       fd  nota-registro.
           copy NFREC.

       fd  nota-impressao.
       01  linha-nota                pic x(80).

       fd  preco-tabela.
           copy PRECOREC.

       fd  custo-tabela.
           copy CUSTOREC.

       fd  concurso-tabela.
           copy CONCREC.

       fd  comissao-pendente.
           copy COMPEND.

       fd  arq-parametros.
       01  prm-linha                 pic x(80).

       77  vnd-err-programa     pic x(08) value "VENDAS  ".
       77  vnd-err-arquivo      pic x(12) value spaces.
       77  vnd-err-paragrafo    pic x(30) value spaces.
       77  vnd-exec-periodo     pic 9(06) value zeros.
       77  vnd-exec-retorno     pic 9(04) value zeros.
       77  vnd-exec-ocorrencias pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Nome datado/versionado do demonstrativo, gerado pela       *
       77  vnd-conf-qtde        pic 9(07) value zeros.
       77  vnd-conf-valor       pic s9(011)v99 value zeros.

      *-----------------------------------------------------------*
      * Resumo mensal de vendas (VENDRES.DAT): cada linha gravada  *
      * no historico soma a sua contribuicao pela VRESUMO.  Falha  *
      * no resumo e avisada no fim, sem derrubar a aplicacao - o   *
      * VRESGERA reconstroi o resumo a partir do historico.        *
      *-----------------------------------------------------------*
       77  vnd-vr-funcao        pic x(01) value "G".
       77  vnd-vr-status        pic x(01) value spaces.
       77  vnd-vr-falhas        pic 9(07) value zeros.
       copy VRESREC replacing leading ==VRS== by ==VNR==.

       77  vnd-data-alvo        pic 9(08) value zeros.
       77  vnd-taxa-situacao    pic x value "N".
           88  vnd-tabela-achada       value "S".
       77  vnd-taxa-comissao        pic 9v999 value zeros.
       77  vnd-comissao-transacao   pic 9(07)v99 value zeros.

      *-----------------------------------------------------------*
      * Comissao retida no recebimento: vendedor com regime de     *
      * comissao no recebimento, em venda a prazo com cliente, nao *
      * recebe a comissao na aplicacao - ela fica marcada no       *
      * historico e o CRGERA abre a pendencia por titulo.          *
      *-----------------------------------------------------------*
       77  vnd-comissao-retida      pic x(01) value "N".
           88  vnd-retem-comissao         value "S".
       77  vnd-qtde-retidas         pic 9(05) value zeros.
       77  vnd-total-retido         pic 9(09)v99 value zeros.

      *-----------------------------------------------------------*
      * Devolucao de vendedor no regime de recebimento: a linha da *
      * venda de origem (pela nota de origem) diz se a comissao    *
      * foi retida.  Retida, o estorno e so a parte ja liberada    *
      * pela COMLIBER e as pendencias ainda retidas do titulo sao  *
      * reduzidas (canceladas na devolucao total); nao retida, a   *
      * comissao paga na venda e estornada como em qualquer        *
      * devolucao.  A posicao da linha no lote e a do CRGERA na    *
      * chave do titulo.                                           *
      *-----------------------------------------------------------*
       77  vnd-status-pend          pic x(02) value spaces.
       77  vnd-org-achou            pic x(01) value "N".
           88  vnd-org-achada             value "S".
       77  vnd-org-fim              pic x(01) value "N".
           88  vnd-org-sem-mais           value "S".
       77  vnd-org-retida           pic x(01) value "N".
           88  vnd-org-com-retida         value "S".
       77  vnd-org-periodo          pic 9(06) value zeros.
       77  vnd-org-lote             pic 9(05) value zeros.
       77  vnd-org-periodo-ant      pic 9(06) value zeros.
       77  vnd-org-lote-ant         pic 9(05) value zeros.
       77  vnd-org-seq-lida         pic 9(07) value zeros.
       77  vnd-org-sequencial       pic 9(07) value zeros.
       77  vnd-org-valor            pic 9(07)v99 value zeros.
       77  vnd-org-comissao         pic 9(07)v99 value zeros.
       77  vnd-org-parcelas         pic 9(02) value zeros.
       77  vnd-org-parcela          pic 9(02) value zeros.
       77  vnd-org-com-parcela      pic 9(07)v99 value zeros.
       77  vnd-org-com-desta        pic 9(07)v99 value zeros.
       77  vnd-org-fracao           pic 9v9(06) value zeros.
       77  vnd-org-reducao          pic 9(07)v99 value zeros.
       77  vnd-org-estorno          pic 9(07)v99 value zeros.

      *-----------------------------------------------------------*
      * Rateio da transacao em aplicacao: ate tres participantes   *
      * com codigo, percentual e valor da parcela (o ultimo fica   *
               10  vnd-rt-codigo     pic 9(05).
               10  vnd-rt-pct        pic 9(03).
               10  vnd-rt-valor      pic 9(07)v99.
               10  vnd-rt-custo      pic 9(07)v99.
       77  vnd-rt-indice        pic 9(01) value zeros.
       77  vnd-valor-base       pic 9(07)v99 value zeros.
       77  vnd-valor-distribuido pic 9(09)v99 value zeros.
       77  vnd-custo-distribuido pic 9(09)v99 value zeros.
       77  vnd-codigo-atual     pic 9(05) value zeros.
       77  vnd-pct-atual        pic 9(03) value zeros.
       77  vnd-aplicou-algum    pic x(01) value "N".
       77  vnd-voucher-aberto   pic x(01) value "N".
           88  vnd-tem-voucher         value "S".

      *-----------------------------------------------------------*
      * Baixa de estoque da venda com produto (devolucao devolve a *
      * quantidade), com linha no razao MOVESTQ.DAT.               *
      *-----------------------------------------------------------*
       77  vnd-status-estoque   pic x(02) value spaces.
       77  vnd-status-movest    pic x(02) value spaces.
       77  vnd-qtde-mov-estoque pic 9(05) value zeros.
       77  vnd-qtde-estq-negativo pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * ICMS da transacao em aplicacao: classe fiscal do produto,  *
      * UF da filial (origem) e do cliente (destino) e aliquota de *
      * ICMS.DAT, resolvidos uma vez por transacao e gravados em   *
      * cada linha do historico.  Cadastros ausentes deixam a      *
      * transacao sem aliquota, contada para o aviso.              *
      *-----------------------------------------------------------*
       77  vnd-status-produto   pic x(02) value spaces.
       77  vnd-produto-aberto   pic x(01) value "N".
           88  vnd-tem-produto         value "S".
       77  vnd-status-filial    pic x(02) value spaces.
       77  vnd-filial-aberto    pic x(01) value "N".
           88  vnd-tem-filial          value "S".
       77  vnd-status-icms      pic x(02) value spaces.
       77  vnd-icms-aberto      pic x(01) value "N".
           88  vnd-tem-icms            value "S".
       77  vnd-icms-classe      pic x(02) value spaces.
       77  vnd-icms-uf-origem   pic x(02) value spaces.
       77  vnd-icms-uf-destino  pic x(02) value spaces.
       77  vnd-icms-aliquota    pic 9(02)v99 value zeros.
       77  vnd-qtde-sem-aliquota pic 9(05) value zeros.
       77  vnd-total-icms       pic s9(09)v99 value zeros.

      *-----------------------------------------------------------*
      * Custo da transacao em aplicacao: custo unitario vigente    *
      * em CUSTOS.DAT na data da venda (devolucao com nota de      *
      * origem: na data da nota original) vezes a quantidade,      *
      * repartido no rateio como o valor.  Produto sem custo na    *
      * tabela e contado para o aviso.                             *
      *-----------------------------------------------------------*
       77  vnd-status-custo     pic x(02) value spaces.
       77  vnd-custo-aberto     pic x(01) value "N".
           88  vnd-tem-custos          value "S".
       77  vnd-custo-data       pic 9(08) value zeros.
       77  vnd-custo-unit       pic 9(07)v99 value zeros.
       77  vnd-custo-total      pic 9(09)v99 value zeros.
       77  vnd-custo-achado     pic x(01) value "N".
           88  vnd-tem-custo-vigente   value "S".
       77  vnd-qtde-sem-custo   pic 9(05) value zeros.

      *-----------------------------------------------------------*
      * Concursos de vendas vigentes (CONCURSO.DAT, carregado uma  *
      * vez na abertura; ausente vale sem concursos): a venda do   *
      * produto do concurso, dentro da janela e na filial do       *
      * concurso, credita o bonus a cada participante do rateio;   *
      * a devolucao estorna, pela data da nota de venda de origem. *
      *-----------------------------------------------------------*
       77  vnd-status-concurso  pic x(02) value spaces.
       01  vnd-tabela-concursos.
           05  vnd-qtde-concursos    pic 9(02) value zeros.
           05  vnd-concurso-entrada  occurs 50 times.
               10  vnd-cn-codigo     pic 9(04).
               10  vnd-cn-produto    pic 9(05).
               10  vnd-cn-inicio     pic 9(08).
               10  vnd-cn-fim        pic 9(08).
               10  vnd-cn-filial     pic 9(03).
               10  vnd-cn-tipo       pic x(01).
               10  vnd-cn-valor-unid pic 9(05)v99.
               10  vnd-cn-pct        pic 9(02)v99.
       77  vnd-cn-indice        pic 9(02) value zeros.
       77  vnd-cnc-data         pic 9(08) value zeros.
       77  vnd-cnc-filial       pic 9(03) value zeros.
       77  vnd-valor-bonus      pic 9(07)v99 value zeros.
       77  vnd-bonus-recontagem pic x(01) value "N".
           88  vnd-so-recontando       value "S".
       77  vnd-qtde-bonus       pic 9(05) value zeros.
       77  vnd-total-bonus      pic s9(09)v99 value zeros.
       77  vnd-total-bonus-ctrl pic 9(09)v99 value zeros.

      *-----------------------------------------------------------*
      * Nota fiscal da transacao aplicada: numero da sequencia     *
      * NOTAFISC do SEQNUM, registro em NOTAS.DAT e via impressa   *
      * no arquivo de notas da execucao (RPTNAME, base NOTAFISC),  *
      * aberto na primeira nota.  A nota de credito da devolucao   *
      * herda o desconto do vale da nota de venda de origem.       *
      *-----------------------------------------------------------*
       77  vnd-status-nota      pic x(02) value spaces.
       77  vnd-status-impnf     pic x(02) value spaces.
       77  vnd-impnf-aberto     pic x(01) value "N".
           88  vnd-impnf-em-uso        value "S".
       77  vnd-status-preco     pic x(02) value spaces.
       77  vnd-preco-aberto     pic x(01) value "N".
           88  vnd-tem-precos          value "S".
       77  vnd-nome-notas       pic x(30) value spaces.
       77  vnd-nf-base          pic x(08) value "NOTAFISC".
       77  vnd-nf-sq-nome       pic x(08) value "NOTAFISC".
       77  vnd-nf-pct           pic 9(02) value zeros.
       77  vnd-nf-vale-valor    pic 9(07)v99 value zeros.
       77  vnd-nf-pct-edit      pic z9.
       77  vnd-nf-ajuste        pic s9(09)v99 value zeros.
       77  vnd-qtde-notas       pic 9(05) value zeros.
       77  vnd-qtde-creditos    pic 9(05) value zeros.
       77  vnd-qtde-sem-nota    pic 9(05) value zeros.

       01  lnf-traco                 pic x(78) value all "-".
       01  lnf-titulo.
           05  lnt-tipo              pic x(30).
           05  filler                pic x(08) value "NUMERO: ".
           05  lnt-numero            pic 9(09).
           05  filler                pic x(11) value "  EMISSAO: ".
           05  lnt-emissao           pic 9(08).
       01  lnf-nome.
           05  lnn-rotulo            pic x(14).
           05  lnn-codigo            pic 9(05).
           05  filler                pic x(03) value " - ".
           05  lnn-nome              pic x(30).
       01  lnf-endereco.
           05  filler                pic x(14) value spaces.
           05  lne-logradouro        pic x(30).
           05  filler                pic x(01) value space.
           05  lne-cidade            pic x(20).
           05  filler                pic x(01) value space.
           05  lne-uf                pic x(02).
           05  filler                pic x(01) value space.
           05  lne-cep               pic 9(08).
       01  lnf-cab-item.
           05  filler                pic x(08) value "PRODUTO".
           05  filler                pic x(32) value "DESCRICAO".
           05  filler                pic x(09) value "QTDE".
           05  filler                pic x(14) value "PRECO UNIT.".
           05  filler                pic x(12) value "VALOR".
       01  lnf-item.
           05  lni-produto           pic zzzz9.
           05  filler                pic x(03) value spaces.
           05  lni-descricao         pic x(30).
           05  filler                pic x(02) value spaces.
           05  lni-qtde              pic zzzz9.
           05  filler                pic x(02) value spaces.
           05  lni-preco             pic z.zzz.zz9,99.
           05  filler                pic x(02) value spaces.
           05  lni-valor             pic zzz.zzz.zz9,99.
       01  lnf-valor.
           05  lnv-descricao         pic x(40).
           05  filler                pic x(21) value spaces.
           05  lnv-valor             pic -zz.zzz.zz9,99.
       01  lnf-origem.
           05  filler                pic x(27) value
                                 "REFERENTE A NOTA DE VENDA: ".
           05  lno-numero            pic 9(09).
           05  filler                pic x(02) value spaces.
           05  lno-observacao        pic x(30).

       77  vnd-total-vendas-ctrl    pic 9(09)v99 value zeros.
       77  vnd-total-comissao-ctrl  pic 9(07)v99 value zeros.
       77  vnd-qtde-vendedores      pic 9(05) value zeros.
           05  filler                pic x(24) value
                                 "AJUSTES DE COMISSAO:".
           05  laj-qtde              pic zzzz9.
       01  linha-retidas.
           05  filler                pic x(24) value
                                 "COMISSAO RETIDA (RECEB.)".
           05  lrt-qtde              pic zzzz9.
           05  filler                pic x(19) value
                                 "  VALOR RETIDO:    ".
           05  filler                pic x(01) value space.
           05  lrt-valor             pic zz.zzz.zz9,99.
       01  linha-estoque.
           05  filler                pic x(24) value
                                 "MOVIMENTOS DE ESTOQUE:".
           05  les-qtde              pic zzzz9.
           05  filler                pic x(19) value
                                 "  SALDO NEGATIVO:  ".
           05  les-negativos         pic zzzz9.
       01  linha-icms.
           05  filler                pic x(24) value
                                 "ICMS DO LOTE (LIQUIDO):".
           05  lic-valor             pic -zz.zzz.zz9,99.
           05  filler                pic x(19) value
                                 "  SEM ALIQUOTA:    ".
           05  lic-sem-aliquota      pic zzzz9.
       01  linha-notas.
           05  filler                pic x(24) value
                                 "NOTAS FISCAIS EMITIDAS:".
           05  lnl-qtde              pic zzzz9.
           05  filler                pic x(19) value
                                 "  NOTAS DE CREDITO:".
           05  filler                pic x(01) value space.
           05  lnl-creditos          pic zzzz9.
           05  filler                pic x(13) value
                                 "  SEM NOTA:  ".
           05  lnl-sem-nota          pic zzzz9.
       01  linha-sem-custo.
           05  filler                pic x(35) value
              "TRANSACOES COM PRODUTO SEM CUSTO:  ".
           05  lsc-qtde              pic zzzz9.
       01  linha-bonus-com.
           05  filler                pic x(10) value spaces.
           05  filler                pic x(30) value
                                 "BONUS DE CONCURSO NO PERIODO:".
           05  lbc-valor             pic zz.zzz.zz9,99.
           05  filler                pic x(09) value "   ACUM. ".
           05  lbc-acum              pic zz.zzz.zz9,99.
       01  linha-total-bonus.
           05  filler                pic x(20) value
                                          "TOTAL DE BONUS:".
           05  filler                pic x(02) value spaces.
           05  ltb-total-bonus       pic zz.zzz.zz9,99.
       01  linha-bonus-lote.
           05  filler                pic x(24) value
                                 "BONUS DE CONCURSO:".
           05  lbl-qtde              pic zzzz9.
           05  filler                pic x(19) value
                                 "  VALOR LIQUIDO:   ".
           05  lbl-valor             pic -zz.zzz.zz9,99.
       01  linha-devolucoes.
           05  filler                pic x(24) value
                                 "DEVOLUCOES APLICADAS:".
           perform 8120-finaliza-checkpoint
              thru 8120-finaliza-checkpoint-exit
           close venda-historico
           move "F" to vnd-vr-funcao
           call "VRESUMO" using vnd-vr-funcao hst-registro
                                 vnr-registro vnd-vr-status
           end-call
           if vnd-vr-falhas > zeros
              display "VENDAS: " vnd-vr-falhas " linha(s) fora do "
                      "resumo VENDRES - rodar o VRESGERA" at 2410
           end-if
           perform 3000-imprime-comissoes
              thru 3000-imprime-comissoes-exit
           perform 4000-relatorio-ranking
           if vnd-tem-voucher
              close voucher-arq
           end-if
           if vnd-tem-produto
              close produto-mestre
           end-if
           if vnd-tem-filial
              close filial-mestre
           end-if
           if vnd-tem-icms
              close icms-tabela
           end-if
           if vnd-tem-precos
              close preco-tabela
           end-if
           if vnd-tem-custos
              close custo-tabela
           end-if
           if vnd-impnf-em-uso
              close nota-impressao
              display "Notas fiscais: " vnd-nome-notas at 2310
           end-if
           close nota-registro
           close venda-transacao vendedor-mestre cliente-mestre
                 periodo-controle lote-controle arq-checkpoint
                 estoque-arq movimento-estoque
           if vnd-qtde-cli-invalido > zeros
              or vnd-qtde-sem-aliquota > zeros
              or vnd-qtde-sem-nota > zeros
              or vnd-qtde-sem-custo > zeros
              or vnd-qtde-vdr-desligado > zeros
              or vnd-diferenca-reconc not = zeros
              or vnd-lote-qtde = zeros
              or vnd-vr-falhas > zeros
              move 4 to return-code
           end-if
           perform 9000-registra-execucao
              thru 9000-registra-execucao-exit
           stop run.

       1000-abrir-arquivos.
           if vnd-status-voucher = "00"
              set vnd-tem-voucher to true
           end-if
           open input produto-mestre
           if vnd-status-produto = "00"
              set vnd-tem-produto to true
           end-if
           open input filial-mestre
           if vnd-status-filial = "00"
              set vnd-tem-filial to true
           end-if
           open input icms-tabela
           if vnd-status-icms = "00"
              set vnd-tem-icms to true
           end-if
           open input preco-tabela
           if vnd-status-preco = "00"
              set vnd-tem-precos to true
           end-if
           open input custo-tabela
           if vnd-status-custo = "00"
              set vnd-tem-custos to true
           end-if
           perform 1050-carrega-concursos
              thru 1050-carrega-concursos-exit
           open i-o nota-registro
           if vnd-status-nota = "35"
              open output nota-registro
              close nota-registro
              open i-o nota-registro
           end-if
           if vnd-status-nota not = "00"
              move "NOTAS" to vnd-err-arquivo
              call "FILERR" using vnd-err-programa vnd-err-arquivo
                                   vnd-status-nota vnd-err-paragrafo
              end-call
           end-if
           open i-o estoque-arq
           if vnd-status-estoque = "35"
              open output estoque-arq
              close estoque-arq
              open i-o estoque-arq
           end-if
           if vnd-status-estoque not = "00"
              move "ESTOQUE" to vnd-err-arquivo
              call "FILERR" using vnd-err-programa vnd-err-arquivo
                                   vnd-status-estoque
                                   vnd-err-paragrafo
              end-call
           end-if
           open extend movimento-estoque
           if vnd-status-movest = "35"
              open output movimento-estoque
              close movimento-estoque
              open extend movimento-estoque
           end-if
           if vnd-status-movest not = "00"
              move "MOVESTQ" to vnd-err-arquivo
              call "FILERR" using vnd-err-programa vnd-err-arquivo
                                   vnd-status-movest
                                   vnd-err-paragrafo
              end-call
           end-if
           open extend venda-historico
           if vnd-status-hist = "35"
              open output venda-historico

           copy CHKPROC.

      *-----------------------------------------------------------*
      * Carrega os concursos ativos de CONCURSO.DAT (arquivo       *
      * ausente vale sem concursos).  A janela e conferida na      *
      * aplicacao, pela data de referencia de cada venda.          *
      *-----------------------------------------------------------*
       1050-carrega-concursos.
           move zeros to vnd-qtde-concursos
           open input concurso-tabela
           if vnd-status-concurso not = "00"
              go to 1050-carrega-concursos-exit
           end-if
           perform 1055-carrega-um-concurso
              thru 1055-carrega-um-concurso-exit
               until vnd-status-concurso not = "00"
           close concurso-tabela.
       1050-carrega-concursos-exit.
           exit.

       1055-carrega-um-concurso.
           read concurso-tabela next record
               at end
                   move "10" to vnd-status-concurso
                   go to 1055-carrega-um-concurso-exit
           end-read
           if not cnc-ativo
              go to 1055-carrega-um-concurso-exit
           end-if
           if vnd-qtde-concursos not < 50
              display "Mais de 50 concursos ativos - excedentes "
                      "ignorados." at 1410
              move "10" to vnd-status-concurso
              go to 1055-carrega-um-concurso-exit
           end-if
           add 1 to vnd-qtde-concursos
           move cnc-codigo to vnd-cn-codigo(vnd-qtde-concursos)
           move cnc-produto to vnd-cn-produto(vnd-qtde-concursos)
           move cnc-data-inicio to vnd-cn-inicio(vnd-qtde-concursos)
           move cnc-data-fim to vnd-cn-fim(vnd-qtde-concursos)
           move cnc-filial to vnd-cn-filial(vnd-qtde-concursos)
           move cnc-tipo-bonus to vnd-cn-tipo(vnd-qtde-concursos)
           move cnc-valor-unidade
             to vnd-cn-valor-unid(vnd-qtde-concursos)
           move cnc-percentual to vnd-cn-pct(vnd-qtde-concursos).
       1055-carrega-um-concurso-exit.
           exit.

       1020-le-sessao.
           open input sessao-corrente
           if vnd-status-sessao = "00"
           move vnd-rt-codigo(vnd-rt-indice) to vdr-codigo
           read vendedor-mestre
               invalid key
                   move "V" to vdr-regime-comissao
               not invalid key
                   if vdr-desligado
                      add 1 to vnd-qtde-vdr-desligado
               when other
                   add vnd-rt-valor(vnd-rt-indice)
                     to vnd-lote-valor
                   perform 2031-avalia-retencao
                      thru 2031-avalia-retencao-exit
                   if vnd-retem-comissao
                      move vnd-rt-valor(vnd-rt-indice)
                        to vnd-valor-base
                      perform 2030-calcula-comissao
                         thru 2030-calcula-comissao-exit
                      add 1 to vnd-qtde-retidas
                      add vnd-comissao-transacao to vnd-total-retido
                   end-if
           end-evaluate
           move vnd-rt-codigo(vnd-rt-indice) to vnd-codigo-atual
           move vnd-rt-pct(vnd-rt-indice) to vnd-pct-atual
           move vnd-rt-valor(vnd-rt-indice) to vnd-valor-base
           set vnd-so-recontando to true
           perform 2060-aplica-concursos
              thru 2060-aplica-concursos-exit
           move "N" to vnd-bonus-recontagem.
       1320-conta-participante-exit.
           exit.

           if vnd-cliente-rejeitado
              go to 2010-aplica-transacao-exit
           end-if
           perform 2043-resolve-icms thru 2043-resolve-icms-exit
           perform 2050-resolve-custo thru 2050-resolve-custo-exit
           perform 2011-monta-rateio thru 2011-monta-rateio-exit
           move "N" to vnd-aplicou-algum
           perform 2013-aplica-participante
              end-if
              perform 2009-resgata-voucher
                 thru 2009-resgata-voucher-exit
              perform 2008-movimenta-estoque
                 thru 2008-movimenta-estoque-exit
              perform 2044-emite-nota thru 2044-emite-nota-exit
           end-if.
       2010-aplica-transacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Estoque da transacao aplicada: a venda baixa VT-QUANTIDADE *
      * do produto na filial da transacao e a devolucao devolve;   *
      * produto sem saldo na filial ganha o registro na hora (com  *
      * saldo negativo, que a reposicao mostra).  Ajuste de        *
      * comissao e venda sem produto nao mexem no estoque.         *
      *-----------------------------------------------------------*
       2008-movimenta-estoque.
           if vt-ajuste
              go to 2008-movimenta-estoque-exit
           end-if
           if vt-produto is not numeric or vt-produto = zeros
              or vt-quantidade is not numeric
              or vt-quantidade = zeros
              go to 2008-movimenta-estoque-exit
           end-if
           if vt-filial is numeric
              move vt-filial to est-filial
           else
              move zeros to est-filial
           end-if
           move vt-produto to est-produto
           read estoque-arq
               invalid key
                   move zeros to est-qtde-saldo est-qtde-minima
                                 est-data-ult-entrada
                   move vnd-data-negocio to est-data-ult-movimento
                   write est-registro
                       invalid key
                           display "Erro ao criar estoque do produto "
                                   vt-produto at 1410
                           go to 2008-movimenta-estoque-exit
                   end-write
           end-read
           move est-filial to mve-filial
           move est-produto to mve-produto
           move vnd-data-negocio to mve-data
           if vt-devolucao
              move "D" to mve-tipo
              move vt-quantidade to mve-quantidade
           else
              move "V" to mve-tipo
              compute mve-quantidade = zeros - vt-quantidade
           end-if
           add mve-quantidade to est-qtde-saldo
               on size error
                   display "Estouro no saldo de estoque do produto "
                           vt-produto at 1410
                   go to 2008-movimenta-estoque-exit
           end-add
           move vnd-data-negocio to est-data-ult-movimento
           rewrite est-registro
               invalid key
                   display "Erro ao gravar estoque do produto "
                           vt-produto at 1410
                   go to 2008-movimenta-estoque-exit
           end-rewrite
           move est-qtde-saldo to mve-saldo-apos
           move spaces to mve-documento
           string "LOTE " delimited by size
                  vnd-periodo-digitado delimited by size
                  "/" delimited by size
                  vnd-lote-digitado delimited by size
                  into mve-documento
           end-string
           move vnd-operador-sessao to mve-operador
           write mve-registro
           add 1 to vnd-qtde-mov-estoque
           if est-qtde-saldo < zeros
              add 1 to vnd-qtde-estq-negativo
           end-if.
       2008-movimenta-estoque-exit.
           exit.

      *-----------------------------------------------------------*
      * Marca o resgate do vale-presente da transacao aplicada     *
      * (uso unico: ja resgatado fica como esta, a critica e quem  *
                 move vt-pct-3 to vnd-rt-pct(vnd-qtde-rateio)
              end-if
           end-if
           move zeros to vnd-valor-distribuido vnd-custo-distribuido
           perform 2011-calcula-parcela
              thru 2011-calcula-parcela-exit
               varying vnd-rt-indice from 1 by 1
           if vnd-rt-indice = vnd-qtde-rateio
              compute vnd-rt-valor(vnd-rt-indice) =
                      vt-valor-venda - vnd-valor-distribuido
              compute vnd-rt-custo(vnd-rt-indice) =
                      vnd-custo-total - vnd-custo-distribuido
           else
              compute vnd-rt-valor(vnd-rt-indice) rounded =
                      vt-valor-venda
                      * vnd-rt-pct(vnd-rt-indice) / 100
              add vnd-rt-valor(vnd-rt-indice)
                to vnd-valor-distribuido
              compute vnd-rt-custo(vnd-rt-indice) rounded =
                      vnd-custo-total
                      * vnd-rt-pct(vnd-rt-indice) / 100
              add vnd-rt-custo(vnd-rt-indice)
                to vnd-custo-distribuido
           end-if.
       2011-calcula-parcela-exit.
           exit.
              go to 2013-aplica-participante-exit
           end-if
           move "S" to vnd-aplicou-algum
           move "N" to vnd-comissao-retida
           evaluate true
               when vt-ajuste
                   perform 2019-aplica-ajuste
               when vt-devolucao
                   perform 2030-calcula-comissao
                      thru 2030-calcula-comissao-exit
                   if vdr-comissao-no-recebimento
                      perform 2032-apura-venda-origem
                         thru 2032-apura-venda-origem-exit
                   end-if
                   perform 2018-aplica-devolucao
                      thru 2018-aplica-devolucao-exit
               when other
                   perform 2030-calcula-comissao
                      thru 2030-calcula-comissao-exit
                   perform 2031-avalia-retencao
                      thru 2031-avalia-retencao-exit
                   add vnd-valor-base
                     to vdr-vendas-periodo vdr-vendas-acum
                   if vnd-retem-comissao
                      add 1 to vnd-qtde-retidas
                      add vnd-comissao-transacao to vnd-total-retido
                   else
                      add vnd-comissao-transacao
                        to vdr-comissao-periodo vdr-comissao-acum
                   end-if
                   add vnd-valor-base to vnd-lote-valor
                   add vnd-valor-base to vnd-aplicado-run
           end-evaluate
           end-rewrite
           perform 2014-destrava-vendedor
              thru 2014-destrava-vendedor-exit
           move vdr-supervisor to vnd-sup-codigo
           perform 2060-aplica-concursos
              thru 2060-aplica-concursos-exit
           if not vt-ajuste and vnd-sup-codigo > zeros
              and not vnd-retem-comissao
              move vnd-comissao-transacao to vnd-base-override
              perform 2016-acresce-override
                 thru 2016-acresce-override-exit
           perform 2041-resolve-filial-vendedor
              thru 2041-resolve-filial-vendedor-exit
           move vnd-filial-vendedor to hst-filial-vendedor
           move space to hst-condicao-pagto
           move zeros to hst-qtde-parcelas
           move "N" to hst-comissao-retida
           move spaces to hst-classe-fiscal hst-uf-origem
                          hst-uf-destino
           move zeros to hst-aliquota-icms hst-base-icms
                         hst-valor-icms
           move zeros to hst-custo-unit hst-custo
           move zeros to hst-concurso
           write hst-registro
           perform 2070-atualiza-resumo thru 2070-atualiza-resumo-exit
           perform 2014-destrava-vendedor
              thru 2014-destrava-vendedor-exit.
       2016-acresce-override-exit.
           exit.

      *-----------------------------------------------------------*
      * Bonus de concurso da parcela recem-aplicada: cada concurso *
      * ativo do produto, com a data de referencia da venda dentro *
      * da janela e a filial da transacao no escopo, credita ao    *
      * participante o bonus por unidade (na proporcao do rateio)  *
      * ou o percentual sobre o valor da parcela; a devolucao      *
      * estorna.  Na retomada de restart so refaz os contadores.   *
      *-----------------------------------------------------------*
       2060-aplica-concursos.
           if vt-ajuste or vnd-qtde-concursos = zeros
              go to 2060-aplica-concursos-exit
           end-if
           if vt-produto is not numeric or vt-produto = zeros
              or vt-quantidade is not numeric
              or vt-quantidade = zeros
              go to 2060-aplica-concursos-exit
           end-if
           perform 2062-data-referencia-concurso
              thru 2062-data-referencia-concurso-exit
           if vt-filial is numeric
              move vt-filial to vnd-cnc-filial
           else
              move zeros to vnd-cnc-filial
           end-if
           perform 2065-avalia-concurso
              thru 2065-avalia-concurso-exit
               varying vnd-cn-indice from 1 by 1
               until vnd-cn-indice > vnd-qtde-concursos.
       2060-aplica-concursos-exit.
           exit.

      *-----------------------------------------------------------*
      * Data de referencia da venda para a janela do concurso: a   *
      * de negocio; na devolucao com nota de origem, a emissao da  *
      * nota de venda - so estorna o bonus que a venda ganhou.     *
      *-----------------------------------------------------------*
       2062-data-referencia-concurso.
           move vnd-data-negocio to vnd-cnc-data
           if vt-devolucao
              and vt-nota-origem is numeric
              and vt-nota-origem > zeros
              move vt-nota-origem to nf-numero
              read nota-registro
                  invalid key
                      continue
                  not invalid key
                      move nf-data-emissao to vnd-cnc-data
              end-read
           end-if.
       2062-data-referencia-concurso-exit.
           exit.

       2065-avalia-concurso.
           if vnd-cn-produto(vnd-cn-indice) not = vt-produto
              or vnd-cnc-data < vnd-cn-inicio(vnd-cn-indice)
              or vnd-cnc-data > vnd-cn-fim(vnd-cn-indice)
              go to 2065-avalia-concurso-exit
           end-if
           if vnd-cn-filial(vnd-cn-indice) > zeros
              and vnd-cn-filial(vnd-cn-indice) not = vnd-cnc-filial
              go to 2065-avalia-concurso-exit
           end-if
           if vnd-cn-tipo(vnd-cn-indice) = "U"
              compute vnd-valor-bonus rounded =
                      vt-quantidade
                      * vnd-cn-valor-unid(vnd-cn-indice)
                      * vnd-pct-atual / 100
           else
              compute vnd-valor-bonus rounded =
                      vnd-valor-base
                      * vnd-cn-pct(vnd-cn-indice) / 100
           end-if
           if vnd-valor-bonus = zeros
              go to 2065-avalia-concurso-exit
           end-if
           add 1 to vnd-qtde-bonus
           if vt-devolucao
              subtract vnd-valor-bonus from vnd-total-bonus
           else
              add vnd-valor-bonus to vnd-total-bonus
           end-if
           if vnd-so-recontando
              go to 2065-avalia-concurso-exit
           end-if
           perform 2066-credita-bonus thru 2066-credita-bonus-exit.
       2065-avalia-concurso-exit.
           exit.

      *-----------------------------------------------------------*
      * Credita (ou estorna) o bonus nos acumuladores de bonus do  *
      * participante - fora da comissao - com linha propria no     *
      * historico (HST-TIPO "B") carregando o concurso.            *
      *-----------------------------------------------------------*
       2066-credita-bonus.
           perform 2012-trava-vendedor
              thru 2012-trava-vendedor-exit
           move vnd-codigo-atual to vdr-codigo
           read vendedor-mestre
               invalid key
                   perform 2014-destrava-vendedor
                      thru 2014-destrava-vendedor-exit
                   go to 2066-credita-bonus-exit
           end-read
           if vdr-bonus-periodo is not numeric
              move zeros to vdr-bonus-periodo
           end-if
           if vdr-bonus-acum is not numeric
              move zeros to vdr-bonus-acum
           end-if
           if vt-devolucao
              if vnd-valor-bonus > vdr-bonus-periodo
                 move zeros to vdr-bonus-periodo
              else
                 subtract vnd-valor-bonus from vdr-bonus-periodo
              end-if
              if vnd-valor-bonus > vdr-bonus-acum
                 move zeros to vdr-bonus-acum
              else
                 subtract vnd-valor-bonus from vdr-bonus-acum
              end-if
           else
              add vnd-valor-bonus to vdr-bonus-periodo vdr-bonus-acum
           end-if
           rewrite vdr-registro
               invalid key
                   display "Erro ao gravar bonus do vendedor "
                           vdr-codigo at 1410
                   perform 2014-destrava-vendedor
                      thru 2014-destrava-vendedor-exit
                   go to 2066-credita-bonus-exit
           end-rewrite
           move vnd-periodo-digitado to hst-periodo
           move vnd-lote-digitado to hst-lote
           move vnd-codigo-atual to hst-vendedor
           move zeros to hst-cliente
           move "B" to hst-tipo
           move vnd-data-negocio to hst-data-aplicacao
           move zeros to hst-valor
           if vnd-cn-tipo(vnd-cn-indice) = "U"
              move zeros to hst-taxa-aplicada
           else
              compute hst-taxa-aplicada =
                      vnd-cn-pct(vnd-cn-indice) / 100
           end-if
           move vnd-valor-bonus to hst-comissao
           if vnd-qtde-rateio > 1
              move vnd-pct-atual to hst-rateio-pct
           else
              move zeros to hst-rateio-pct
           end-if
           if vt-devolucao
              move "-" to hst-ajuste-sinal
           else
              move "+" to hst-ajuste-sinal
           end-if
           move spaces to hst-ajuste-motivo
           move vt-produto to hst-produto
           move vt-quantidade to hst-quantidade
           move vnd-cnc-filial to hst-filial
           perform 2041-resolve-filial-vendedor
              thru 2041-resolve-filial-vendedor-exit
           move vnd-filial-vendedor to hst-filial-vendedor
           move space to hst-condicao-pagto
           move zeros to hst-qtde-parcelas
           move "N" to hst-comissao-retida
           move spaces to hst-classe-fiscal hst-uf-origem
                          hst-uf-destino
           move zeros to hst-aliquota-icms hst-base-icms
                         hst-valor-icms
           move zeros to hst-custo-unit hst-custo
           move vnd-cn-codigo(vnd-cn-indice) to hst-concurso
           write hst-registro
           perform 2070-atualiza-resumo thru 2070-atualiza-resumo-exit
           perform 2014-destrava-vendedor
              thru 2014-destrava-vendedor-exit.
       2066-credita-bonus-exit.
           exit.

      *-----------------------------------------------------------*
      * Trava o vendedor da transacao pela RECLOCK antes de mexer  *
      * no registro: vendedor em manutencao por um operador        *
       2042-avalia-transferencia-exit.
           exit.

      *-----------------------------------------------------------*
      * ICMS da transacao: classe fiscal do produto (sem produto   *
      * ou sem classe vale 00), UF da filial da transacao como     *
      * origem, UF do cliente (lido em 2015) como destino - venda  *
      * sem cliente fica dentro da UF da filial - e a aliquota da  *
      * tabela.  Ajuste de comissao nao leva imposto.              *
      *-----------------------------------------------------------*
       2043-resolve-icms.
           move "00" to vnd-icms-classe
           move spaces to vnd-icms-uf-origem vnd-icms-uf-destino
           move zeros to vnd-icms-aliquota
           if vt-ajuste
              go to 2043-resolve-icms-exit
           end-if
           if vnd-tem-produto
              and vt-produto is numeric and vt-produto > zeros
              move vt-produto to prd-codigo
              read produto-mestre
                  invalid key
                      continue
                  not invalid key
                      if prd-classe-fiscal not = spaces
                         move prd-classe-fiscal to vnd-icms-classe
                      end-if
              end-read
           end-if
           if vnd-tem-filial
              if vt-filial is numeric
                 move vt-filial to fil-codigo
              else
                 move zeros to fil-codigo
              end-if
              read filial-mestre
                  invalid key
                      continue
                  not invalid key
                      move fil-uf to vnd-icms-uf-origem
              end-read
           end-if
           move vnd-icms-uf-origem to vnd-icms-uf-destino
           if vt-cliente is numeric and vt-cliente > zeros
              and cli-uf not = spaces
              move cli-uf to vnd-icms-uf-destino
           end-if
           if not vnd-tem-icms
              or vnd-icms-uf-origem = spaces
              add 1 to vnd-qtde-sem-aliquota
              go to 2043-resolve-icms-exit
           end-if
           move vnd-icms-classe to icm-classe-fiscal
           move vnd-icms-uf-origem to icm-uf-origem
           move vnd-icms-uf-destino to icm-uf-destino
           read icms-tabela
               invalid key
                   add 1 to vnd-qtde-sem-aliquota
               not invalid key
                   move icm-aliquota to vnd-icms-aliquota
           end-read.
       2043-resolve-icms-exit.
           exit.

      *-----------------------------------------------------------*
      * Custo da transacao: custo unitario vigente na data da      *
      * venda vezes a quantidade.  A devolucao com nota de origem  *
      * busca o custo na data da nota de venda original, para      *
      * estornar o custo que de fato saiu.  Sem produto ou ajuste, *
      * custo zero; produto sem custo na tabela, zero e aviso.     *
      *-----------------------------------------------------------*
       2050-resolve-custo.
           move zeros to vnd-custo-unit vnd-custo-total
           if vt-ajuste
              go to 2050-resolve-custo-exit
           end-if
           if vt-produto is not numeric or vt-produto = zeros
              or vt-quantidade is not numeric
              or vt-quantidade = zeros
              go to 2050-resolve-custo-exit
           end-if
           move vnd-data-negocio to vnd-custo-data
           if vt-devolucao
              and vt-nota-origem is numeric
              and vt-nota-origem > zeros
              move vt-nota-origem to nf-numero
              read nota-registro
                  invalid key
                      continue
                  not invalid key
                      move nf-data-emissao to vnd-custo-data
              end-read
           end-if
           move "N" to vnd-custo-achado
           if vnd-tem-custos
              move vt-produto to cst-produto
              move zeros to cst-data-vigencia
              start custo-tabela key not less than cst-chave
                  invalid key
                      move "10" to vnd-status-custo
                  not invalid key
                      move "00" to vnd-status-custo
              end-start
              perform 2051-avalia-custo
                 thru 2051-avalia-custo-exit
                  until vnd-status-custo not = "00"
           end-if
           if not vnd-tem-custo-vigente
              add 1 to vnd-qtde-sem-custo
              go to 2050-resolve-custo-exit
           end-if
           compute vnd-custo-total = vnd-custo-unit * vt-quantidade
               on size error
                   move zeros to vnd-custo-total
                   add 1 to vnd-qtde-sem-custo
           end-compute.
       2050-resolve-custo-exit.
           exit.

       2051-avalia-custo.
           read custo-tabela next record
               at end
                   move "10" to vnd-status-custo
                   go to 2051-avalia-custo-exit
           end-read
           if cst-produto not = vt-produto
              or cst-data-vigencia > vnd-custo-data
              move "10" to vnd-status-custo
              go to 2051-avalia-custo-exit
           end-if
           move cst-custo-unit to vnd-custo-unit
           set vnd-tem-custo-vigente to true.
       2051-avalia-custo-exit.
           exit.

      *-----------------------------------------------------------*
      * Nota fiscal da transacao aplicada: venda gera nota de      *
      * venda, devolucao gera nota de credito apontando a nota de  *
      * venda original.  Numero da sequencia NOTAFISC; falha na    *
      * sequencia ou na gravacao deixa a transacao sem nota,       *
      * contada para o aviso - o registro de notas (NFREG) acusa   *
      * o salto.                                                   *
      *-----------------------------------------------------------*
       2044-emite-nota.
           if vt-ajuste
              go to 2044-emite-nota-exit
           end-if
           move zeros to vnd-nf-pct vnd-nf-vale-valor
           if vt-devolucao
              perform 2049-desconto-nota-origem
                 thru 2049-desconto-nota-origem-exit
           else
              if vnd-tem-voucher
                 and vt-voucher is numeric and vt-voucher > zeros
                 move vt-voucher to vch-codigo
                 read voucher-arq
                     invalid key
                         continue
                     not invalid key
                         if vch-pontos
                            and vch-valor-desconto is numeric
                            move vch-valor-desconto
                              to vnd-nf-vale-valor
                         else
                            move vch-desconto-pct to vnd-nf-pct
                         end-if
                 end-read
              end-if
           end-if
           move "P" to vnd-sq-funcao
           call "SEQNUM" using vnd-sq-funcao vnd-nf-sq-nome
                                vnd-sq-numero vnd-sq-status
           end-call
           if vnd-sq-status not = "0"
              display "Sequencia NOTAFISC indisponivel - transacao "
                      "sem nota." at 1410
              add 1 to vnd-qtde-sem-nota
              go to 2044-emite-nota-exit
           end-if
           move spaces to nf-registro
           move vnd-sq-numero to nf-numero
           move zeros to nf-nota-origem
           if vt-devolucao
              move "C" to nf-tipo
              if vt-nota-origem is numeric
                 move vt-nota-origem to nf-nota-origem
              end-if
           else
              move "F" to nf-tipo
           end-if
           move vnd-data-negocio to nf-data-emissao
           move vnd-periodo-digitado to nf-periodo
           move vnd-lote-digitado to nf-lote
           if vt-filial is numeric
              move vt-filial to nf-filial
           else
              move zeros to nf-filial
           end-if
           if vt-cliente is numeric
              move vt-cliente to nf-cliente
           else
              move zeros to nf-cliente
           end-if
           move vt-codigo to nf-vendedor
           perform 2045-apura-valores-nota
              thru 2045-apura-valores-nota-exit
           move "E" to nf-situacao
           write nf-registro
               invalid key
                   display "Erro ao gravar a nota " nf-numero
                           " - status " vnd-status-nota at 1410
                   add 1 to vnd-qtde-sem-nota
                   go to 2044-emite-nota-exit
           end-write
           if nf-nota-credito
              add 1 to vnd-qtde-creditos
           else
              add 1 to vnd-qtde-notas
           end-if
           perform 2048-imprime-nota thru 2048-imprime-nota-exit.
       2044-emite-nota-exit.
           exit.

      *-----------------------------------------------------------*
      * Valores da nota: com produto, preco vigente na data de     *
      * negocio (PRECOS.DAT, ou o do mestre) vezes quantidade,     *
      * menos o desconto do vale; sem produto, um item pelo valor  *
      * da transacao, com o bruto refeito a partir do desconto.    *
      * Vale de pontos desconta em valor, limitado ao bruto.       *
      * O total e sempre o valor aplicado; a diferenca para o      *
      * calculado e o ajuste de preco de motivo aprovado.          *
      *-----------------------------------------------------------*
       2045-apura-valores-nota.
           move vt-valor-venda to nf-valor-total
           move vnd-nf-pct to nf-desconto-pct
           move zeros to nf-produto nf-valor-desconto
           if vt-produto is numeric and vt-produto > zeros
              and vt-quantidade is numeric and vt-quantidade > zeros
              move vt-produto to nf-produto
              move vt-quantidade to nf-quantidade
              perform 2046-busca-preco-nota
                 thru 2046-busca-preco-nota-exit
              compute nf-valor-bruto = nf-preco-unit * nf-quantidade
                  on size error
                      move nf-valor-total to nf-valor-bruto
              end-compute
              compute nf-valor-desconto rounded =
                      nf-valor-bruto * nf-desconto-pct / 100
              if vnd-nf-vale-valor > zeros
                 if vnd-nf-vale-valor < nf-valor-bruto
                    move vnd-nf-vale-valor to nf-valor-desconto
                 else
                    move nf-valor-bruto to nf-valor-desconto
                 end-if
              end-if
           else
              move 1 to nf-quantidade
              move nf-valor-total to nf-valor-bruto
              if vnd-nf-vale-valor > zeros
                 compute nf-valor-bruto =
                         nf-valor-total + vnd-nf-vale-valor
                     on size error
                         move nf-valor-total to nf-valor-bruto
                 end-compute
                 compute nf-valor-desconto =
                         nf-valor-bruto - nf-valor-total
              end-if
              if nf-desconto-pct > zeros
                 compute nf-valor-bruto rounded =
                         nf-valor-total * 100 / (100 - nf-desconto-pct)
                 compute nf-valor-desconto =
                         nf-valor-bruto - nf-valor-total
              end-if
              compute nf-preco-unit = nf-valor-bruto
                  on size error
                      move nf-valor-total to nf-valor-bruto
                                             nf-preco-unit
                      move zeros to nf-desconto-pct nf-valor-desconto
              end-compute
           end-if
           compute vnd-nf-ajuste = nf-valor-total
                   - (nf-valor-bruto - nf-valor-desconto).
       2045-apura-valores-nota-exit.
           exit.

       2046-busca-preco-nota.
           move zeros to nf-preco-unit
           if vnd-tem-produto
              move nf-produto to prd-codigo
              read produto-mestre
                  invalid key
                      continue
                  not invalid key
                      move prd-preco-unit to nf-preco-unit
              end-read
           end-if
           if not vnd-tem-precos
              go to 2046-busca-preco-nota-exit
           end-if
           move nf-produto to prc-produto
           move zeros to prc-data-vigencia
           start preco-tabela key not less than prc-chave
               invalid key
                   go to 2046-busca-preco-nota-exit
           end-start
           move "00" to vnd-status-preco
           perform 2047-avalia-preco-nota
              thru 2047-avalia-preco-nota-exit
               until vnd-status-preco not = "00".
       2046-busca-preco-nota-exit.
           exit.

       2047-avalia-preco-nota.
           read preco-tabela next record
               at end
                   move "10" to vnd-status-preco
                   go to 2047-avalia-preco-nota-exit
           end-read
           if prc-produto not = nf-produto
              or prc-data-vigencia > vnd-data-negocio
              move "10" to vnd-status-preco
              go to 2047-avalia-preco-nota-exit
           end-if
           move prc-preco-unit to nf-preco-unit.
       2047-avalia-preco-nota-exit.
           exit.

      *-----------------------------------------------------------*
      * Desconto da nota de credito: o mesmo percentual de vale da *
      * nota de venda de origem, quando informada e encontrada.    *
      *-----------------------------------------------------------*
       2049-desconto-nota-origem.
           if vt-nota-origem is not numeric
              or vt-nota-origem = zeros
              go to 2049-desconto-nota-origem-exit
           end-if
           move vt-nota-origem to nf-numero
           read nota-registro
               invalid key
                   continue
               not invalid key
                   move nf-desconto-pct to vnd-nf-pct
           end-read.
       2049-desconto-nota-origem-exit.
           exit.

      *-----------------------------------------------------------*
      * Via impressa da nota: uma pagina por nota com emitente     *
      * (filial), destinatario (cliente), vendedor, item, desconto *
      * do vale, ajuste de preco e total; a nota de credito traz a *
      * nota de venda a que se refere.                             *
      *-----------------------------------------------------------*
       2048-imprime-nota.
           if not vnd-impnf-em-uso
              call "RPTNAME" using vnd-nf-base vnd-nome-notas
                                    vnd-rpt-status
              end-call
              if vnd-rpt-status not = "0"
                 move "NOTAFISC.RPT" to vnd-nome-notas
              end-if
              open output nota-impressao
              set vnd-impnf-em-uso to true
           end-if
           if nf-nota-credito
              move "NOTA DE CREDITO" to lnt-tipo
           else
              move "NOTA FISCAL DE VENDA" to lnt-tipo
           end-if
           move nf-numero to lnt-numero
           move nf-data-emissao to lnt-emissao
           write linha-nota from lnf-titulo after advancing page
           write linha-nota from lnf-traco after advancing 1 line
           move "EMITENTE:" to lnn-rotulo
           move nf-filial to lnn-codigo
           move "FILIAL NAO CADASTRADA" to lnn-nome
           move spaces to lne-logradouro lne-cidade lne-uf
           move zeros to lne-cep
           if vnd-tem-filial
              move nf-filial to fil-codigo
              read filial-mestre
                  invalid key
                      continue
                  not invalid key
                      move fil-nome to lnn-nome
                      move fil-logradouro to lne-logradouro
                      move fil-cidade to lne-cidade
                      move fil-uf to lne-uf
                      move fil-cep to lne-cep
              end-read
           end-if
           write linha-nota from lnf-nome after advancing 1 line
           write linha-nota from lnf-endereco after advancing 1 line
           move "DESTINATARIO:" to lnn-rotulo
           move nf-cliente to lnn-codigo
           if nf-cliente = zeros
              move "CONSUMIDOR NAO IDENTIFICADO" to lnn-nome
              write linha-nota from lnf-nome after advancing 2 lines
           else
              move "CLIENTE NAO CADASTRADO" to lnn-nome
              move spaces to lne-logradouro lne-cidade lne-uf
              move zeros to lne-cep
              move nf-cliente to cli-codigo
              read cliente-mestre
                  invalid key
                      continue
                  not invalid key
                      move cli-nome to lnn-nome
                      move cli-logradouro to lne-logradouro
                      move cli-cidade to lne-cidade
                      move cli-uf to lne-uf
                      move cli-cep to lne-cep
              end-read
              write linha-nota from lnf-nome after advancing 2 lines
              write linha-nota from lnf-endereco
                  after advancing 1 line
           end-if
           move "VENDEDOR:" to lnn-rotulo
           move nf-vendedor to lnn-codigo
           move vt-nome to lnn-nome
           write linha-nota from lnf-nome after advancing 2 lines
           write linha-nota from lnf-cab-item after advancing 2 lines
           move nf-produto to lni-produto
           move "MERCADORIAS DIVERSAS" to lni-descricao
           if nf-produto > zeros
              move "PRODUTO NAO CADASTRADO" to lni-descricao
              if vnd-tem-produto
                 move nf-produto to prd-codigo
                 read produto-mestre
                     invalid key
                         continue
                     not invalid key
                         move prd-descricao to lni-descricao
                 end-read
              end-if
           end-if
           move nf-quantidade to lni-qtde
           move nf-preco-unit to lni-preco
           move nf-valor-bruto to lni-valor
           write linha-nota from lnf-item after advancing 1 line
           if nf-valor-desconto > zeros
              move nf-desconto-pct to vnd-nf-pct-edit
              move spaces to lnv-descricao
              if nf-desconto-pct = zeros
                 move "DESCONTO VALE DE PONTOS" to lnv-descricao
              else
                 string "DESCONTO VALE-PRESENTE " delimited by size
                        vnd-nf-pct-edit delimited by size
                        "%" delimited by size
                        into lnv-descricao
                 end-string
              end-if
              compute lnv-valor = zeros - nf-valor-desconto
              write linha-nota from lnf-valor after advancing 2 lines
           end-if
           if vnd-nf-ajuste not = zeros
              move spaces to lnv-descricao
              string "AJUSTE DE PRECO - MOTIVO " delimited by size
                     vt-ajuste-motivo delimited by size
                     into lnv-descricao
              end-string
              move vnd-nf-ajuste to lnv-valor
              write linha-nota from lnf-valor after advancing 1 line
           end-if
           move "TOTAL DA NOTA" to lnv-descricao
           move nf-valor-total to lnv-valor
           write linha-nota from lnf-valor after advancing 2 lines
           if nf-nota-credito
              move nf-nota-origem to lno-numero
              move spaces to lno-observacao
              if nf-nota-origem = zeros
                 move "(NAO INFORMADA)" to lno-observacao
              end-if
              write linha-nota from lnf-origem after advancing 2 lines
           end-if
           write linha-nota from lnf-traco after advancing 1 line.
       2048-imprime-nota-exit.
           exit.

       2017-grava-historico.
           move vnd-periodo-digitado to hst-periodo
           move vnd-lote-digitado    to hst-lote
           perform 2041-resolve-filial-vendedor
              thru 2041-resolve-filial-vendedor-exit
           move vnd-filial-vendedor to hst-filial-vendedor
           if vt-venda and not vt-a-vista
              move vt-condicao-pagto to hst-condicao-pagto
              move vt-qtde-parcelas to hst-qtde-parcelas
           else
              move space to hst-condicao-pagto
              move zeros to hst-qtde-parcelas
           end-if
           move vnd-comissao-retida to hst-comissao-retida
           if vt-ajuste
              move spaces to hst-classe-fiscal hst-uf-origem
                             hst-uf-destino
              move zeros to hst-aliquota-icms hst-base-icms
                            hst-valor-icms
           else
              move vnd-icms-classe to hst-classe-fiscal
              move vnd-icms-uf-origem to hst-uf-origem
              move vnd-icms-uf-destino to hst-uf-destino
              move vnd-icms-aliquota to hst-aliquota-icms
              move hst-valor to hst-base-icms
              compute hst-valor-icms rounded =
                      hst-base-icms * hst-aliquota-icms / 100
              if vt-devolucao
                 subtract hst-valor-icms from vnd-total-icms
              else
                 add hst-valor-icms to vnd-total-icms
              end-if
           end-if
           if vt-ajuste
              move zeros to hst-custo-unit hst-custo
           else
              move vnd-custo-unit to hst-custo-unit
              move vnd-rt-custo(vnd-rt-indice) to hst-custo
           end-if
           move zeros to hst-concurso
           write hst-registro
           perform 2070-atualiza-resumo thru 2070-atualiza-resumo-exit.
       2017-grava-historico-exit.
           exit.

      *-----------------------------------------------------------*
      * Soma a linha recem-gravada no historico ao resumo mensal   *
      * (VENDRES.DAT).                                             *
      *-----------------------------------------------------------*
       2070-atualiza-resumo.
           move "G" to vnd-vr-funcao
           call "VRESUMO" using vnd-vr-funcao hst-registro
                                 vnr-registro vnd-vr-status
           end-call
           if vnd-vr-status not = "0"
              add 1 to vnd-vr-falhas
           end-if.
       2070-atualiza-resumo-exit.
           exit.

      *-----------------------------------------------------------*
      * Devolucao: estorna o valor da venda dos acumuladores de    *
      * vendas e a comissao calculada sobre ele, nos dois niveis   *
                          vdr-vendas-acum vdr-comissao-acum
           move zeros to vdr-meta-periodo vdr-supervisor
                          vdr-taxa-override
           move zeros to vdr-bonus-periodo vdr-bonus-acum
           move "V" to vdr-regime-comissao
           if vt-filial is numeric
              move vt-filial to vdr-filial
           else
       2030-calcula-comissao-exit.
           exit.

      *-----------------------------------------------------------*
      * Venda a prazo com cliente, de vendedor com comissao no     *
      * recebimento, retem a comissao ate a liquidacao do titulo   *
      * (o override do supervisor acompanha a liberacao).          *
      *-----------------------------------------------------------*
       2031-avalia-retencao.
           move "N" to vnd-comissao-retida
           if vdr-comissao-no-recebimento
              and not vt-a-vista
              and vt-cliente is numeric and vt-cliente > zeros
              move "S" to vnd-comissao-retida
           end-if.
       2031-avalia-retencao-exit.
           exit.

      *-----------------------------------------------------------*
      * Devolucao no regime de recebimento: procura a linha da     *
      * venda de origem.  Sem ela (nota nao informada ou venda     *
      * ainda nao encontrada), vale a regra de retencao aplicada a *
      * propria devolucao.                                         *
      *-----------------------------------------------------------*
       2032-apura-venda-origem.
           move "N" to vnd-org-achou vnd-org-retida
           if vt-nota-origem is numeric and vt-nota-origem > zeros
              move vt-nota-origem to nf-numero
              read nota-registro
                  invalid key
                      continue
                  not invalid key
                      perform 2033-procura-linha-origem
                         thru 2033-procura-linha-origem-exit
              end-read
           end-if
           if not vnd-org-achada
              perform 2031-avalia-retencao
                 thru 2031-avalia-retencao-exit
              if vnd-retem-comissao
                 move zeros to vnd-comissao-transacao
              end-if
              move "N" to vnd-comissao-retida
              go to 2032-apura-venda-origem-exit
           end-if
           if not vnd-org-com-retida
              go to 2032-apura-venda-origem-exit
           end-if
           if vnd-org-valor = zeros
              or vnd-valor-base not < vnd-org-valor
              move 1 to vnd-org-fracao
           else
              compute vnd-org-fracao rounded =
                      vnd-valor-base / vnd-org-valor
           end-if
           move zeros to vnd-org-estorno
           perform 2036-ajusta-pendencias
              thru 2036-ajusta-pendencias-exit
           move vnd-org-estorno to vnd-comissao-transacao.
       2032-apura-venda-origem-exit.
           exit.

      *-----------------------------------------------------------*
      * Le o historico desde o inicio (fechado e reaberto para     *
      * descarregar as linhas ja gravadas nesta corrida) contando  *
      * a posicao no lote como o CRGERA: a primeira venda do       *
      * vendedor, cliente e produto da nota de origem, no periodo  *
      * e lote da nota, e a linha de origem.                       *
      *-----------------------------------------------------------*
       2033-procura-linha-origem.
           close venda-historico
           open input venda-historico
           if vnd-status-hist = "00"
              move zeros to vnd-org-periodo-ant vnd-org-lote-ant
                            vnd-org-seq-lida
              move "N" to vnd-org-fim
              perform 2034-le-linha-origem
                 thru 2034-le-linha-origem-exit
                  until vnd-org-achada or vnd-org-sem-mais
              close venda-historico
           end-if
           open extend venda-historico.
       2033-procura-linha-origem-exit.
           exit.

       2034-le-linha-origem.
           read venda-historico
               at end
                   move "S" to vnd-org-fim
                   go to 2034-le-linha-origem-exit
           end-read
           if hst-periodo not = vnd-org-periodo-ant
              or hst-lote not = vnd-org-lote-ant
              move hst-periodo to vnd-org-periodo-ant
              move hst-lote to vnd-org-lote-ant
              move zeros to vnd-org-seq-lida
           end-if
           add 1 to vnd-org-seq-lida
           if not hst-venda
              or hst-periodo not = nf-periodo
              or hst-lote not = nf-lote
              or hst-vendedor not = vnd-codigo-atual
              or hst-cliente not = nf-cliente
              or hst-produto not = nf-produto
              go to 2034-le-linha-origem-exit
           end-if
           move "S" to vnd-org-achou
           move hst-comissao-retida to vnd-org-retida
           move hst-periodo to vnd-org-periodo
           move hst-lote to vnd-org-lote
           move vnd-org-seq-lida to vnd-org-sequencial
           move hst-valor to vnd-org-valor
           move hst-comissao to vnd-org-comissao
           move 1 to vnd-org-parcelas
           if hst-parcelado and hst-qtde-parcelas is numeric
              and hst-qtde-parcelas > 1
              move hst-qtde-parcelas to vnd-org-parcelas
           end-if.
       2034-le-linha-origem-exit.
           exit.

       2035-procura-faixa.
           if vnd-valor-base <= vtx-limite(vnd-faixa-indice)
              move vtx-taxa(vnd-faixa-indice) to vnd-taxa-comissao
       2035-procura-faixa-exit.
           exit.

      *-----------------------------------------------------------*
      * Pendencias dos titulos da venda de origem (uma por         *
      * parcela, abertas pelo CRGERA).  A parte da parcela na      *
      * comissao segue a divisao do CRGERA (resto na ultima);      *
      * sobre ela se aplica a fracao devolvida.  Sem COMPEND ou    *
      * sem titulo gerado ainda, nada ha a ajustar.                *
      *-----------------------------------------------------------*
       2036-ajusta-pendencias.
           open i-o comissao-pendente
           if vnd-status-pend not = "00"
              go to 2036-ajusta-pendencias-exit
           end-if
           compute vnd-org-com-parcela =
                   vnd-org-comissao / vnd-org-parcelas
           perform 2037-ajusta-uma-pendencia
              thru 2037-ajusta-uma-pendencia-exit
               varying vnd-org-parcela from 1 by 1
               until vnd-org-parcela > vnd-org-parcelas
           close comissao-pendente.
       2036-ajusta-pendencias-exit.
           exit.

      *-----------------------------------------------------------*
      * Liberada: a parte devolvida volta no estorno do vendedor.  *
      * Retida: e abatida da pendencia; zerada, a pendencia e      *
      * cancelada e a COMLIBER nao a libera mais.                  *
      *-----------------------------------------------------------*
       2037-ajusta-uma-pendencia.
           move vnd-org-periodo to cpn-periodo
           move vnd-org-lote to cpn-lote
           move vnd-org-sequencial to cpn-sequencial
           move vnd-org-parcela to cpn-parcela
           read comissao-pendente
               invalid key
                   go to 2037-ajusta-uma-pendencia-exit
           end-read
           if vnd-org-parcela = vnd-org-parcelas
              compute vnd-org-com-desta = vnd-org-comissao
                      - vnd-org-com-parcela * (vnd-org-parcelas - 1)
           else
              move vnd-org-com-parcela to vnd-org-com-desta
           end-if
           compute vnd-org-reducao rounded =
                   vnd-org-com-desta * vnd-org-fracao
           if vnd-org-reducao > cpn-comissao
              move cpn-comissao to vnd-org-reducao
           end-if
           evaluate true
               when cpn-liberada
                   add vnd-org-reducao to vnd-org-estorno
               when cpn-retida
                   subtract vnd-org-reducao from cpn-comissao
                   if cpn-comissao = zeros
                      move "C" to cpn-situacao
                      move vnd-data-negocio to cpn-data-liberacao
                      move zeros to cpn-periodo-liberacao
                   end-if
                   rewrite cpn-registro
                       invalid key
                           continue
                   end-rewrite
               when other
                   continue
           end-evaluate.
       2037-ajusta-uma-pendencia-exit.
           exit.

      *-----------------------------------------------------------*
      * Demonstrativo de comissoes com totais de controle, e       *
      * marcando vendedores sem vendas no periodo para acompanha-  *
           move zeros to vnd-num-pagina vnd-linhas-pagina
                          vnd-total-vendas-ctrl vnd-total-comissao-ctrl
                          vnd-qtde-vendedores vnd-qtde-sem-venda
                          vnd-total-bonus-ctrl
           move low-values to vdr-codigo
           start vendedor-mestre key not less than vdr-codigo
               invalid key
                   add 1 to vnd-qtde-vendedores
                   add vdr-vendas-periodo   to vnd-total-vendas-ctrl
                   add vdr-comissao-periodo to vnd-total-comissao-ctrl
                   perform 3022-imprime-bonus-vendedor
                      thru 3022-imprime-bonus-vendedor-exit
           end-read.
       3020-imprime-um-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * Bonus de concurso do vendedor em linha propria, logo       *
      * abaixo da comissao (espacos nos registros antigos valem    *
      * zero).                                                     *
      *-----------------------------------------------------------*
       3022-imprime-bonus-vendedor.
           if vdr-bonus-periodo is not numeric
              or vdr-bonus-periodo = zeros
              go to 3022-imprime-bonus-vendedor-exit
           end-if
           move vdr-bonus-periodo to lbc-valor
           if vdr-bonus-acum is numeric
              move vdr-bonus-acum to lbc-acum
           else
              move zeros to lbc-acum
           end-if
           write linha-relatorio from linha-bonus-com
           add 1 to vnd-linhas-pagina
           add vdr-bonus-periodo to vnd-total-bonus-ctrl.
       3022-imprime-bonus-vendedor-exit.
           exit.

      *-----------------------------------------------------------*
      * Subtotais por filial a partir do historico do periodo,     *
      * pela filial a que o vendedor pertencia na data de cada     *
                   set vnd-sem-mais-vendas to true
               not at end
                   if hst-periodo = vnd-periodo-digitado
                      and not hst-bonus
                      perform 3028-lanca-na-filial
                         thru 3028-lanca-na-filial-exit
                   end-if
               when hst-venda
                   add hst-valor
                     to vnd-fl-vendas(vnd-filial-posicao)
                   if not hst-com-retida
                      add hst-comissao
                        to vnd-fl-comissao(vnd-filial-posicao)
                   end-if
               when hst-devolucao
                   if hst-valor >
                      vnd-fl-vendas(vnd-filial-posicao)
           move vnd-total-comissao-ctrl to lt-total-comissao
           write linha-relatorio from linha-total-comissao
               after advancing 1 line
           if vnd-total-bonus-ctrl > zero
              move vnd-total-bonus-ctrl to ltb-total-bonus
              write linha-relatorio from linha-total-bonus
                  after advancing 1 line
           end-if
           if vnd-qtde-sem-venda > zero
              move vnd-qtde-sem-venda to la-qtde-sem-venda
              write linha-relatorio from linha-aviso-sem-venda
              write linha-relatorio from linha-devolucoes
                  after advancing 1 line
           end-if
           if vnd-qtde-retidas > zero
              move vnd-qtde-retidas to lrt-qtde
              move vnd-total-retido to lrt-valor
              write linha-relatorio from linha-retidas
                  after advancing 1 line
           end-if
           if vnd-qtde-mov-estoque > zero
              move vnd-qtde-mov-estoque to les-qtde
              move vnd-qtde-estq-negativo to les-negativos
              write linha-relatorio from linha-estoque
                  after advancing 1 line
           end-if
           if vnd-qtde-notas > zero
              or vnd-qtde-sem-nota > zero
              move vnd-qtde-notas to lnl-qtde
              move vnd-qtde-creditos to lnl-creditos
              move vnd-qtde-sem-nota to lnl-sem-nota
              write linha-relatorio from linha-notas
                  after advancing 1 line
           end-if
           if vnd-qtde-sem-custo > zero
              move vnd-qtde-sem-custo to lsc-qtde
              write linha-relatorio from linha-sem-custo
                  after advancing 1 line
           end-if
           if vnd-total-icms not = zero
              or vnd-qtde-sem-aliquota > zero
              move vnd-total-icms to lic-valor
              move vnd-qtde-sem-aliquota to lic-sem-aliquota
              write linha-relatorio from linha-icms
                  after advancing 1 line
           end-if
           if vnd-qtde-vdr-desligado > zero
              move vnd-qtde-vdr-desligado to lad-qtde
              write linha-relatorio from linha-aviso-desligado
              write linha-relatorio from linha-ajustes
                  after advancing 1 line
           end-if
           if vnd-qtde-bonus > zero
              move vnd-qtde-bonus to lbl-qtde
              move vnd-total-bonus to lbl-valor
              write linha-relatorio from linha-bonus-lote
                  after advancing 1 line
           end-if
           move vtx-data-vigencia to lvt-vigencia
           write linha-relatorio from linha-versao-taxas
               after advancing 1 line.
           end-return.
       4220-processa-ranking-exit.
           exit.

      *-----------------------------------------------------------*
      * Registro da corrida em EXECLOG.DAT (EXECREG), com o        *
      * periodo aplicado e as transacoes com ocorrencia - e dali   *
      * que a revisao de segregacao de funcoes ve quem aplicou o   *
      * lote.                                                      *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           move vnd-periodo-digitado to vnd-exec-periodo
           move return-code to vnd-exec-retorno
           compute vnd-exec-ocorrencias = vnd-qtde-cli-invalido
                                        + vnd-qtde-sem-aliquota
                                        + vnd-qtde-sem-nota
                                        + vnd-qtde-sem-custo
                                        + vnd-qtde-vdr-desligado
           call "EXECREG" using vnd-err-programa vnd-exec-periodo
                                vnd-exec-retorno vnd-exec-ocorrencias
           end-call
           move vnd-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.
