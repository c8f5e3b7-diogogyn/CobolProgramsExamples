      *****************************************************************
      *  JANREC.CPY
      *  Chave de disponibilidade do sistema (arquivo sequencial
      *  JANELA.DAT, um unico registro, gravado pela subrotina
      *  JANELA).  O JOBCTL fecha a janela ao iniciar a noite e a
      *  reabre ao terminar; enquanto ela esta fechada os programas
      *  em tela recusam atualizacao em CLIENTE, VENDAS e CONTASREC
      *  - so o nivel 3 sobrepoe, com registro em JANLOG.DAT.
      *  Arquivo ausente vale janela aberta.
      *****************************************************************
       01  JAN-REGISTRO.
           05  JAN-SITUACAO          PIC X(001).
               88  JAN-ABERTA              VALUE "A".
               88  JAN-FECHADA             VALUE "F".
           05  JAN-DATA              PIC 9(008).
           05  JAN-HORA              PIC 9(006).
           05  JAN-PROGRAMA          PIC X(008).
