      *****************************************************************
      *  PARADREC.CPY
      *  Mestre de paradas por rota da pesquisa de passageiros
      *  (arquivo indexado PARADAS.DAT, chaveado por rota +
      *  codigo da parada).  Mantido pela opcao de paradas do
      *  ROTAMANUT; a tela de coleta e a carga de campo conferem
      *  embarque e desembarque contra as paradas ativas da rota,
      *  e o ONIBOD monta a matriz origem-destino nesta ordem.  O
      *  codigo segue a ordem das paradas no percurso; parada
      *  desativada sai da coleta mas continua valendo nas
      *  respostas antigas.
      *****************************************************************
       01  PAR-REGISTRO.
           05  PAR-CHAVE.
               10  PAR-ROTA          PIC 9(004).
               10  PAR-CODIGO        PIC 9(003).
           05  PAR-DESCRICAO         PIC X(030).
           05  PAR-SITUACAO          PIC X(001).
               88  PAR-ATIVA               VALUE "A" " ".
               88  PAR-DESATIVADA          VALUE "I".
