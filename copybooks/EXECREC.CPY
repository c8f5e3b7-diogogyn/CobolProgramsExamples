      *****************************************************************
      *  EXECREC.CPY
      *  Registro de execucao de programa do fechamento (arquivo
      *  sequencial EXECLOG.DAT, aberto EXTEND pela subrotina
      *  EXECREG ao fim de cada corrida).  Uma linha por execucao
      *  com o periodo a que ela se refere, data e hora, codigo de
      *  retorno e quantidade de ocorrencias (rejeicoes, orfaos,
      *  pendencias) - e daqui que o checklist de fechamento do
      *  mes (MESFECH) confere o que ja rodou.
      *****************************************************************
       01  EXR-REGISTRO.
           05  EXR-PROGRAMA          PIC X(008).
           05  EXR-PERIODO           PIC 9(006).
           05  EXR-DATA              PIC 9(008).
           05  EXR-HORA              PIC 9(006).
           05  EXR-RETORNO           PIC 9(004).
           05  EXR-OCORRENCIAS       PIC 9(007).
