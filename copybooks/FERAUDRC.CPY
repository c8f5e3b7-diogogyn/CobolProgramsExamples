      *****************************************************************
      *  FERAUDRC.CPY
      *  Trilha de auditoria da tabela de feriados (arquivo
      *  sequencial FERAUDIT.DAT, gravado em extend pelo FERMANUT).
      *  Um registro por inclusao, alteracao, exclusao ou copia
      *  anual de feriado: quem (operador da sessao assinada),
      *  quando, qual feriado, e a descricao e a marca de data fixa
      *  antes e depois (espacos quando nao se aplica).
      *****************************************************************
       01  FAU-REGISTRO.
           05  FAU-OPERADOR          PIC X(008).
           05  FAU-DATA-HORA         PIC X(014).
           05  FAU-OPERACAO          PIC X(001).
               88  FAU-INCLUSAO            VALUE "I".
               88  FAU-ALTERACAO           VALUE "A".
               88  FAU-EXCLUSAO            VALUE "E".
               88  FAU-COPIA-ANUAL         VALUE "C".
           05  FAU-DATA              PIC 9(008).
           05  FAU-ABRANGENCIA       PIC X(001).
           05  FAU-UF                PIC X(002).
           05  FAU-FILIAL            PIC 9(003).
           05  FAU-FIXO-ANTES        PIC X(001).
           05  FAU-FIXO-DEPOIS       PIC X(001).
           05  FAU-DESCRICAO-ANTES   PIC X(030).
           05  FAU-DESCRICAO-DEPOIS  PIC X(030).
