      *  titularidade (VT-CLIENTE), validade e uso unico, a
      *  aplicacao marca o resgate, e o VOUCHREL mede a taxa de
      *  resgate por corrida de cartas - a resposta se a campanha
      *  paga a postagem.  Vales do programa de pontos (PTORESG)
      *  entram no mesmo arquivo, com desconto em valor.
      *****************************************************************
       01  VCH-REGISTRO.
           05  VCH-CODIGO            PIC 9(009).
               88  VCH-EMITIDO             VALUE "E".
               88  VCH-RESGATADO           VALUE "R".
           05  VCH-DATA-RESGATE      PIC 9(008).
      *    Origem do vale: aniversario (espaco nos registros
      *    antigos) ou troca de pontos de fidelidade (PTORESG).  O
      *    vale de pontos da desconto em valor: VCH-VALOR-DESCONTO
      *    sai do valor da venda (nunca abaixo de zero) e
      *    VCH-DESCONTO-PCT fica zerado; no vale de aniversario o
      *    valor fica zerado (espacos nos registros antigos).
           05  VCH-ORIGEM            PIC X(001).
               88  VCH-ANIVERSARIO         VALUE "A" " ".
               88  VCH-PONTOS              VALUE "P".
           05  VCH-VALOR-DESCONTO    PIC 9(007)V99.
