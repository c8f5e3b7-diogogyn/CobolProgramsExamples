      *****************************************************************
      *  FERREC.CPY
      *  Tabela de feriados (arquivo sequencial FERIADOS.DAT, uma
      *  data por linha), mantida pelo FERMANUT e consultada pela
      *  subrotina DIAUTIL (dia util por filial), usada pelo
      *  JOBCTL e pelo DIAFECHA.  O feriado vale para todas as
      *  filiais (nacional), para as filiais de uma UF (estadual)
      *  ou para uma filial so (municipal).  As linhas antigas, so
      *  com a data, valem como feriado nacional.
      *****************************************************************
       01  FER-REGISTRO.
           05  FER-DATA              PIC 9(008).
           05  FER-ABRANGENCIA       PIC X(001).
               88  FER-NACIONAL            VALUE "N" " ".
               88  FER-ESTADUAL            VALUE "E".
               88  FER-MUNICIPAL           VALUE "F".
               88  FER-ABRANGENCIA-OK      VALUE "N" "E" "F".
      *    UF do feriado estadual; filial do feriado municipal.
           05  FER-UF                PIC X(002).
           05  FER-FILIAL            PIC 9(003).
      *    "S" = data fixa (mesmo dia e mes todo ano) - copiada
      *    para o ano seguinte pela copia anual do FERMANUT.
           05  FER-FIXO              PIC X(001).
               88  FER-DATA-FIXA           VALUE "S".
           05  FER-DESCRICAO         PIC X(030).
