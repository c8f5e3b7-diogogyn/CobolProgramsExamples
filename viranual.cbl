      *                    imprime o resumo de fechamento anual.    *
      *                    Recusa repetir a virada de um exercicio  *
      *                    ja presente no historico.                *
      * 15/10/2026 EQP     Zera tambem o bonus de concurso          *
      *                    acumulado no ano.                        *
      *-----------------------------------------------------------*

      *****************************************************************
                   add vdr-vendas-acum to vir-total-vendas
                   add vdr-comissao-acum to vir-total-comissao
                   move zeros to vdr-vendas-acum vdr-comissao-acum
                                  vdr-bonus-acum
                   rewrite vdr-registro
           end-read.
       3010-vira-um-vendedor-exit.
