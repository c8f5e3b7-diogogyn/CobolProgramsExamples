      *                    O corte usa a data de negocio do         *
      *                    BUSDATE e o periodo dela - a mesma       *
      *                    fotografia sai numa reexecucao.          *
      * 15/10/2026 EQP     Ao fim da corrida registra programa,     *
      *                    periodo, retorno e ocorrencias em        *
      *                    EXECLOG.DAT (subrotina EXECREG) para o   *
      *                    checklist de fechamento do mes           *
      *                    (MESFECH).                               *
      *-----------------------------------------------------------*

      *****************************************************************
       77  pvz-total-apurada    pic 9(011)v99 value zeros.
       77  pvz-total-pendente   pic s9(011)v99 value zeros.
       77  pvz-total-provisao   pic s9(013)v99 value zeros.
       77  pvz-exec-programa    pic x(08) value "VENDPROV".
       77  pvz-exec-periodo     pic 9(06) value zeros.
       77  pvz-exec-retorno     pic 9(04) value zeros.
       77  pvz-exec-ocorrencias pic 9(07) value zeros.

      *-----------------------------------------------------------*
      * Registros do extrato de provisao: header com periodo e     *
           perform 2000-gera-extrato thru 2000-gera-extrato-exit
           perform 4000-encerra thru 4000-encerra-exit
           close vendedor-mestre provisao-saida provisao-relatorio
           perform 9000-registra-execucao
              thru 9000-registra-execucao-exit
           stop run.

       1000-abrir-arquivos.
                   " detalhes na provisao.".
       4000-encerra-exit.
           exit.

      *-----------------------------------------------------------*
      * Registra a corrida em EXECLOG.DAT para o checklist de     *
      * fechamento do mes (MESFECH).  O retorno e devolvido ao    *
      * RETURN-CODE depois do CALL.                               *
      *-----------------------------------------------------------*
       9000-registra-execucao.
           move pvz-periodo-corte to pvz-exec-periodo
           move return-code to pvz-exec-retorno
           move zeros to pvz-exec-ocorrencias
           call "EXECREG" using pvz-exec-programa pvz-exec-periodo
                                pvz-exec-retorno pvz-exec-ocorrencias
           end-call
           move pvz-exec-retorno to return-code.
       9000-registra-execucao-exit.
           exit.
