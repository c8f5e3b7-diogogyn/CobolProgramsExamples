      *                    VDRAUDIT e trava RECLOCK) e imprime o    *
      *                    relatorio das aplicadas - roda na        *
      *                    cadeia noturna.                          *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      *-----------------------------------------------------------*

      *****************************************************************
       77  tfa-data-real        pic 9(08) value zeros.
       77  tfa-data-negocio     pic 9(08) value zeros.
       77  tfa-hora-atual       pic 9(08) value zeros.
       77  tfa-ec-funcao        pic x(01) value "P".
       77  tfa-ec-arquivo       pic x(20) value "VDRAUDIT".
       77  tfa-ec-morto         pic x(20) value spaces.
       77  tfa-ec-tamanho       pic 9(03) value 328.
       77  tfa-imagem-antes     pic x(150) value spaces.

       77  tfa-lk-funcao        pic x(01) value spaces.
           move "A" to vau-operacao
           move tfa-imagem-antes to vau-imagem-antes
           move vdr-registro to vau-imagem-depois
           call "ENCADEIA" using tfa-ec-funcao tfa-ec-arquivo
                                 tfa-ec-morto vau-registro
                                 tfa-ec-tamanho vau-sequencia
                                 vau-hash
           end-call
           write vau-registro.
       2080-grava-auditoria-exit.
           exit.
