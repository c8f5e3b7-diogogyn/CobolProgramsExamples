      *****************************************************************
      *  LGPDLOG.CPY
      *  Diario dos pedidos do titular de dados pessoais (arquivo
      *  sequencial LGPDLOG.DAT, aberto EXTEND pelo LGPDREQ).  Uma
      *  linha por pedido atendido, recusado ou aguardando
      *  liberacao: o extrato de tudo o que temos do cliente
      *  (LGL-CONSULTA) e a anonimizacao do cliente inativo sem
      *  titulo em aberto (LGL-ANONIMIZACAO, liberada por outro
      *  operador de nivel 3 pelo APRMANUT).  E o que se apresenta
      *  quando perguntam como e quando o pedido foi respondido.
      *****************************************************************
       01  LGL-REGISTRO.
           05  LGL-DATA              PIC 9(008).
           05  LGL-HORA              PIC 9(006).
           05  LGL-OPERADOR          PIC X(008).
           05  LGL-CLIENTE           PIC 9(005).
           05  LGL-TIPO              PIC X(001).
               88  LGL-CONSULTA            VALUE "C".
               88  LGL-ANONIMIZACAO        VALUE "A".
           05  LGL-RESULTADO         PIC X(001).
               88  LGL-ATENDIDO            VALUE "E".
               88  LGL-PENDENTE            VALUE "P".
               88  LGL-RECUSADO            VALUE "R".
           05  LGL-LIBERADOR         PIC X(008).
           05  LGL-MOTIVO            PIC X(040).
           05  LGL-RELATORIO         PIC X(030).
