      *****************************************************************
      *  ARQPREC.CPY
      *  Registro de arquivo de entrada processado (arquivo
      *  sequencial ARQPROC.DAT, gravado pela subrotina ARQDUPL).
      *  Uma linha por carga com a impressao digital do arquivo -
      *  quantidade de registros, total de controle (hash) do campo
      *  chave e o primeiro e o ultimo registro - e e contra ela
      *  que as cargas conferem se o arquivo do dia ja entrou.
      *  Situacao P = processado, F = processado repetido com
      *  liberacao de nivel 3 (APRMANUT), R = recusado como
      *  repetido.
      *****************************************************************
       01  ARP-REGISTRO.
           05  ARP-PROGRAMA          PIC X(008).
           05  ARP-ARQUIVO           PIC X(030).
           05  ARP-DATA              PIC 9(008).
           05  ARP-HORA              PIC 9(006).
           05  ARP-SITUACAO          PIC X(001).
               88  ARP-PROCESSADO          VALUE "P".
               88  ARP-FORCADO             VALUE "F".
               88  ARP-RECUSADO            VALUE "R".
           05  ARP-QTDE              PIC 9(009).
           05  ARP-HASH              PIC 9(018).
           05  ARP-PRIMEIRO          PIC X(080).
           05  ARP-ULTIMO            PIC X(080).
           05  ARP-OPERADOR          PIC X(008).
