      *****************************************************************
      *  BALREGRA.CPY
      *  Regra de balanceamento entre passos da noite (arquivo
      *  sequencial BALREGRA.DAT, lido pelo BALPASSO).  O passo de
      *  balanceamento entra no JOBPLAN entre dois passos, com o
      *  ponto no comando (ex. "balpasso VENDAPL", predecessor =
      *  o segundo passo), e executa as regras daquele ponto: cada
      *  uma apura as duas fontes e confere contagem, valor e hash
      *  das chaves (soma dos codigos) entre elas.
      *  Fontes reconhecidas (o lote e o do VENDAS.PRM da noite):
      *    VENDASOK  transacoes aceitas pelo VENDEDIT (sem o
      *              trailer); valor liquido como no trailer;
      *              hash = cliente + produto
      *    VENDTRL   trailer de VENDASOK (contagem e valor, sem
      *              hash)
      *    VENDHIST  linhas de venda, devolucao e ajuste do lote
      *              aplicadas pelo PROJETOVENDAS; linha de rateio
      *              vale a sua parcela da transacao e estorno RAB
      *              desconta; hash = cliente + produto
      *    LOTECTL   registro do lote aplicado (contagem e valor,
      *              sem hash)
      *    HSTTITUL  linhas do lote que o CRGERA transforma em
      *              titulo (nao devolucao, com cliente); valor =
      *              HST-VALOR; hash = cliente + vendedor
      *    CRTITULO  titulos de venda do lote em CONTASREC (um por
      *              linha, contado na parcela 1; valor = todas as
      *              parcelas); hash = cliente + vendedor
      *  Medidas conferidas: "S" confere, "N" nao.  A tolerancia
      *  vale so para o valor (diferenca absoluta).  Severidade da
      *  quebra: "F" termina o passo com RC 16 (falha sempre);
      *  "A" ou espaco com RC 4, tratado pela politica de aviso do
      *  passo no JOBPLAN.
      *****************************************************************
       01  BAL-REGISTRO.
           05  BAL-PONTO             PIC X(008).
           05  BAL-REGRA             PIC X(004).
           05  BAL-FONTE-A           PIC X(008).
           05  BAL-FONTE-B           PIC X(008).
           05  BAL-CONFERE-QTDE      PIC X(001).
           05  BAL-CONFERE-VALOR     PIC X(001).
           05  BAL-CONFERE-HASH      PIC X(001).
           05  BAL-TOLERANCIA        PIC 9(005)V99.
           05  BAL-SEVERIDADE        PIC X(001).
               88  BAL-QUEBRA-FATAL        VALUE "F".
           05  BAL-DESCRICAO         PIC X(040).
