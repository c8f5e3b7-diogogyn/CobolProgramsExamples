      *****************************************************************
      *  CARTCFG.CPY
      *  Regra de comissao da venda fora da carteira (arquivo
      *  CARTCFG.DAT, um registro).  CCF-PCT-DONO e a parcela, em
      *  percentual, da venda feita por vendedor de fora da
      *  carteira que a critica de vendas lanca para o dono do
      *  cliente como rateio: zeros (ou arquivo ausente) = o dono
      *  nao participa e a venda so e sinalizada; valores de 1 a
      *  99 valem.  So se aplica a venda e devolucao sem rateio
      *  informado, com dono ativo no mestre.
      *****************************************************************
       01  CCF-REGISTRO.
           05  CCF-PCT-DONO          PIC 9(003).
