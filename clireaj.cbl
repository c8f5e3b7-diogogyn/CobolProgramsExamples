      *                    um operador em manutencao e pulado pelo  *
      *                    reajuste, contado e avisado nos totais,  *
      *                    em vez de sobrescrito.                   *
      * 15/10/2026 EQP     Registro da auditoria encadeado          *
      *                    (ENCADEIA): sequencia e hash corrente    *
      *                    sobre o registro anterior.               *
      *-----------------------------------------------------------*

      *****************************************************************
       77  raj-status-relat     pic x(02) value spaces.

       77  raj-hora-atual       pic 9(08) value zeros.
       77  raj-ec-funcao        pic x(01) value "P".
       77  raj-ec-arquivo       pic x(20) value "CLIAUDIT".
       77  raj-ec-morto         pic x(20) value "CLIAUDARCH".
       77  raj-ec-tamanho       pic 9(03) value 328.
       77  raj-status-sessao    pic x(02) value spaces.
       77  raj-nivel-sessao     pic 9(01) value zeros.
       77  raj-operador-sessao  pic x(08) value "CLIREAJ ".
                  raj-apr-liberador delimited by size
                  into aud-imagem-depois
           end-string
           call "ENCADEIA" using raj-ec-funcao raj-ec-arquivo
                                 raj-ec-morto aud-registro
                                 raj-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       1200-audita-corrida-exit.
           exit.
           set aud-alteracao to true
           move raj-imagem-antes to aud-imagem-antes
           move cli-registro to aud-imagem-depois
           call "ENCADEIA" using raj-ec-funcao raj-ec-arquivo
                                 raj-ec-morto aud-registro
                                 raj-ec-tamanho aud-sequencia
                                 aud-hash
           end-call
           write aud-registro.
       3030-grava-auditoria-exit.
           exit.
