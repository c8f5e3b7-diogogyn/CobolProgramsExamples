      *                    do JOBSTAT no plano - com relatorio de   *
      *                    orfaos, total de controle da corrida     *
      *                    limpa e retorno 4 quando ha orfao.       *
      * 15/10/2026 EQP     Ao fim da corrida registra programa,     *
      *                    periodo, retorno e ocorrencias em        *
      *                    EXECLOG.DAT (subrotina EXECREG) para o   *
      *                    checklist de fechamento do mes           *
      *                    (MESFECH).                               *
      *-----------------------------------------------------------*

      *****************************************************************
       77  urf-qtde-conferidos  pic 9(09) value zeros.
       77  urf-qtde-orfaos      pic 9(07) value zeros.
       77  urf-orfaos-relacao   pic 9(07) value zeros.
       77  urf-exec-programa    pic x(08) value "UTILREF".
       77  urf-data-real        pic 9(08) value zeros.
       77  urf-data-negocio     pic 9(08) value zeros.
       77  urf-exec-periodo     pic 9(06) value zeros.
       77  urf-exec-retorno     pic 9(04) value zeros.
       77  urf-exec-ocorrencias pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Plano de jobs carregado para conferir o JOBSTAT.           *
           if urf-qtde-orfaos > zeros
              move 4 to return-code
           end-if
           perform 9000-registra-execucao
              thru 9000-registra-execucao-exit
           stop run.

      *-----------------------------------------------------------*
                   urf-qtde-conferidos " registros.".
       7000-imprime-totais-exit.
           exit.

      *-----------------------------------------------------------*
      * Registra a corrida em EXECLOG.DAT para o checklist de     *
      * fechamento do mes (MESFECH).  O retorno e devolvido ao    *
      * RETURN-CODE depois do CALL.                               *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           call "BUSDATE" using urf-data-real urf-data-negocio
           end-call
           move urf-data-negocio(1:6) to urf-exec-periodo
           move return-code to urf-exec-retorno
           move urf-qtde-orfaos to urf-exec-ocorrencias
           call "EXECREG" using urf-exec-programa urf-exec-periodo
                                urf-exec-retorno urf-exec-ocorrencias
           end-call
           move urf-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.
