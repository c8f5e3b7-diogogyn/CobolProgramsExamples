      *      CALL "LCPEXT" USING descricao status                    *
      *        descricao PIC X(30)  valor 9999999,99 em texto        *
      *        status    PIC X(01)  "0" = concluida, "1" = erro      *
      * 15/10/2026 EQP     Extenso passa a moeda (BRL) para a       *
      *                    VALEXT.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
       77  lpe-valor            pic 9(009)v99 value zeros.
       77  lpe-extenso          pic x(200) value spaces.
       77  lpe-ext-status       pic x(001) value spaces.
       77  lpe-moeda            pic x(003) value "BRL".

       linkage section.
       77  lnk-descricao        pic x(30).
              goback
           end-if
           call "VALEXT" using lpe-valor lpe-extenso lpe-ext-status
                               lpe-moeda
           end-call
           if lpe-ext-status = "0"
              display "LCPEXT: " lpe-extenso(1:70)
