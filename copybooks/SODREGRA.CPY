      *****************************************************************
      *  SODREGRA.CPY
      *  Regra de conflito de segregacao de funcoes (arquivo
      *  sequencial SODREGRA.DAT, lido pelo SODCONF).  Cada regra
      *  diz que o mesmo operador nao deve ter os dois eventos no
      *  periodo em revisao - opcionalmente sobre o mesmo objeto
      *  (cliente, vendedor, caixa) e opcionalmente na ordem dada
      *  (o segundo no mesmo instante ou depois do primeiro).
      *  Eventos reconhecidos:
      *    CLI-INCLUSAO / CLI-ALTERACAO / CLI-EXCLUSAO   (CLIAUDIT)
      *    VDR-INCLUSAO / VDR-ALTERACAO / VDR-EXCLUSAO   (VDRAUDIT)
      *    ADT-LANCAMENTO                                (ADIANT)
      *    PEDIDO-programa / LIBERA-programa             (APROVACAO)
      *    LIBERA-CRPERDA  uma por titulo baixado        (CRPERDAS)
      *    CXA-ABERTURA / CXA-CONCILIACAO                (CAIXASES)
      *    REF-tabela                                    (REFAUDIT)
      *    EXEC-programa   corrida no EXECLOG atribuida ao operador
      *                    assinado na hora (SESSJRN)
      *****************************************************************
       01  SOD-REGISTRO.
           05  SOD-REGRA             PIC X(004).
           05  SOD-EVENTO-1          PIC X(016).
           05  SOD-EVENTO-2          PIC X(016).
           05  SOD-MESMO-OBJETO      PIC X(001).
               88  SOD-EXIGE-OBJETO        VALUE "S".
           05  SOD-ORDEM             PIC X(001).
               88  SOD-EXIGE-ORDEM         VALUE "S".
           05  SOD-DESCRICAO         PIC X(040).
