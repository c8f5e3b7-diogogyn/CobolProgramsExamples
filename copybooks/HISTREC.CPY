               88  HST-DEVOLUCAO           VALUE "D".
               88  HST-AJUSTE              VALUE "A".
               88  HST-OVERRIDE            VALUE "O".
               88  HST-BONUS               VALUE "B".
           05  HST-DATA-APLICACAO    PIC 9(008).
           05  HST-VALOR             PIC 9(007)V99.
           05  HST-TAXA-APLICADA     PIC 9V999.
      *    por ela que os subtotais por filial da comissao saem
      *    atribuidos, imune a troca retroativa de VDR-FILIAL.
           05  HST-FILIAL-VENDEDOR   PIC 9(003).
      *    Condicao de pagamento e numero de parcelas da venda,
      *    copiados da transacao (espacos nos registros antigos
      *    valem a vista) - e daqui que o CRGERA desdobra a venda
      *    nos titulos de cada parcela.
           05  HST-CONDICAO-PAGTO    PIC X(001).
               88  HST-A-VISTA             VALUE "V" " ".
               88  HST-30-DIAS             VALUE "P".
               88  HST-PARCELADO           VALUE "N".
           05  HST-QTDE-PARCELAS     PIC 9(002).
      *    Comissao retida: "S" quando o vendedor recebe comissao
      *    no recebimento e a venda e a prazo - HST-COMISSAO fica
      *    registrada mas nao entrou nos acumuladores; o CRGERA
      *    abre a pendencia em COMPEND.DAT por titulo gerado.
      *    Espaco/"N" nas demais linhas e nos registros antigos.
           05  HST-COMISSAO-RETIDA   PIC X(001).
               88  HST-COM-RETIDA          VALUE "S".
      *    ICMS da linha, calculado na aplicacao (zeros/espacos nos
      *    registros antigos e nas linhas de ajuste e de override):
      *    classe fiscal do produto, UF de origem (da filial da
      *    transacao, FILIAL.DAT) e de destino (CLI-UF do cliente;
      *    sem cliente, a da propria filial), aliquota da tabela
      *    ICMS.DAT, base (o HST-VALOR da linha) e imposto.  Na
      *    devolucao e o imposto a recuperar - o ICMSREL compensa.
           05  HST-CLASSE-FISCAL     PIC X(002).
           05  HST-UF-ORIGEM         PIC X(002).
           05  HST-UF-DESTINO        PIC X(002).
           05  HST-ALIQUOTA-ICMS     PIC 9(002)V99.
           05  HST-BASE-ICMS         PIC 9(007)V99.
           05  HST-VALOR-ICMS        PIC 9(007)V99.
      *    Custo da linha, gravado na aplicacao (zeros/espacos nos
      *    registros antigos e nas linhas de ajuste e de override):
      *    custo unitario vigente em CUSTOS.DAT na data da venda
      *    (na devolucao com nota de origem, na data da nota de
      *    venda original - a devolucao estorna o custo que saiu)
      *    e o custo da linha, ja na parcela do rateio como o
      *    HST-VALOR.  Produto sem custo na tabela fica com zeros.
           05  HST-CUSTO-UNIT        PIC 9(007)V99.
           05  HST-CUSTO             PIC 9(007)V99.
      *    Concurso de vendas (CONCURSO.DAT) da linha de bonus
      *    (HST-TIPO "B"; zeros nas demais linhas e nos registros
      *    antigos).  Na linha de bonus o sinal distingue credito
      *    (+, venda premiada) de estorno (-, devolucao), produto e
      *    quantidade sao os da venda, HST-VALOR fica zerado,
      *    HST-TAXA-APLICADA carrega o percentual do bonus (zeros
      *    no bonus por unidade) e HST-COMISSAO o bonus - que vai
      *    para VDR-BONUS-PERIODO, fora da comissao.
           05  HST-CONCURSO          PIC 9(004).
