      *****************************************************************
      *  CONSREC.CPY
      *  Registro de consentimento de contato de marketing (arquivo
      *  indexado CONSENT.DAT, chaveado por cliente + canal).  Um
      *  registro por cliente e canal (correio, telefone, SMS),
      *  com a data e o operador da sessao que registrou a
      *  autorizacao ou a recusa; mantido pela opcao 8 do cadastro
      *  de clientes.  Os programas de contato (CLIEXTRA e a
      *  selecao de campanha em CAMPSEL, ANIVCARTA) so alcancam
      *  quem tem CNS-AUTORIZADO no canal que usam - cliente sem
      *  registro no canal conta como sem consentimento.
      *****************************************************************
       01  CNS-REGISTRO.
           05  CNS-CHAVE.
               10  CNS-CLIENTE       PIC 9(005).
               10  CNS-CANAL         PIC X(001).
                   88  CNS-CORREIO         VALUE "C".
                   88  CNS-TELEFONE        VALUE "T".
                   88  CNS-SMS             VALUE "S".
           05  CNS-SITUACAO          PIC X(001).
               88  CNS-AUTORIZADO          VALUE "S".
               88  CNS-RECUSADO            VALUE "N".
           05  CNS-DATA              PIC 9(008).
           05  CNS-OPERADOR          PIC X(008).
