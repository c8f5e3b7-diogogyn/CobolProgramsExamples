      *                    emitidos, resgatados e o percentual -    *
      *                    a resposta se a campanha de              *
      *                    aniversario paga a postagem.             *
      * 15/10/2026 EQP     ignora vales do programa de pontos       *
      *-----------------------------------------------------------*

      *****************************************************************
               at end
                   move "10" to vrl-status-voucher
               not at end
                   if vch-pontos
                      go to 2010-acumula-um-exit
                   end-if
                   perform 2020-procura-corrida
                      thru 2020-procura-corrida-exit
                   add 1 to vrl-cr-emitidos(vrl-posicao)
