           05  OB-SITUACAO           PIC X(001).
               88  OB-ATIVA                VALUE " " "A".
               88  OB-CANCELADA            VALUE "C".
      *    Paradas de embarque e desembarque do respondente
      *    (mestre PARADAS.DAT da rota, mantido pelo ROTAMANUT).
      *    Zeros valem nao informado: rota sem paradas cadastradas
      *    e os registros anteriores aos campos (espacos).
           05  OB-PARADA-EMBARQUE    PIC 9(003).
           05  OB-PARADA-DESEMBARQUE PIC 9(003).
