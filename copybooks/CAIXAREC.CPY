           05  CXS-SITUACAO          PIC X(001).
               88  CXS-ABERTA              VALUE "A".
               88  CXS-FECHADA             VALUE "F".
      *    Filial do caixa, informada na abertura (FILIAL.DAT);
      *    espacos nas sessoes antigas valem a matriz (000).  Vai
      *    para as guias de deposito do fechamento (DEPOSREC).
           05  CXS-FILIAL            PIC 9(003).
      *    Marca de sobra/falta do fechamento ja exportada para o
      *    diario contabil (GLGERA); espacos valem nao exportado.
           05  CXS-GL-GERADA         PIC X(001).
               88  CXS-GL-EXPORTADO        VALUE "S".
      *    Operador que conciliou o caixa e data da conciliacao;
      *    espacos/zeros enquanto nao conciliado.  Nivel 2 ou mais
      *    concilia o caixa de outro operador - e o que a revisao de
      *    segregacao de funcoes (SODCONF) espera ver.
           05  CXS-OPERADOR-CONCILIA PIC X(008).
           05  CXS-DATA-CONCILIA     PIC 9(008).
