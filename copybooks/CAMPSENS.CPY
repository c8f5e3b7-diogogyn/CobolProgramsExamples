      *****************************************************************
      *  CAMPSENS.CPY
      *  Tabela de campos sensiveis (arquivo sequencial CAMPSENS.DAT,
      *  um registro por campo, lido pela subrotina CAMPMASC).
      *  CSN-CAMPO e o nome do campo no mestre (ex.: CLI-SALARIO) e
      *  CSN-NIVEL-MINIMO o SES-NIVEL minimo para ver o valor; abaixo
      *  dele telas, relatorios e extratos mostram o campo mascarado.
      *  Campo fora da tabela e livre.  Sem o arquivo, valem
      *  CLI-SALARIO e CLI-LIMITE-CREDITO com nivel 2.
      *****************************************************************
       01  CSN-REGISTRO.
           05  CSN-CAMPO             PIC X(030).
           05  CSN-NIVEL-MINIMO      PIC 9(001).
