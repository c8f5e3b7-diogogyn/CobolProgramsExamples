      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. concmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao do mestre de concursos de     *
      *                    vendas (CONCURSO.DAT): inclusao,         *
      *                    alteracao, cancelamento e consulta de    *
      *                    concurso com produto, janela de datas,   *
      *                    filial (zeros = todas) e bonus por       *
      *                    unidade ou percentual.  Concurso ja      *
      *                    iniciado so muda descricao e data de     *
      *                    fim - as regras do bonus ja creditado    *
      *                    valem para o estorno na devolucao.       *
      * 15/10/2026 EQP     Cada inclusao, alteracao e cancelamento  *
      *                    vai para a trilha comum das tabelas de   *
      *                    referencia (REFAUD/REFAUDIT.DAT) com     *
      *                    operador, data/hora e imagem antes e     *
      *                    depois.                                  *
      *-----------------------------------------------------------*

      *****************************************************************
      *  ENVIRONMENT DIVISION
      *****************************************************************
       environment division.
       configuration section.
       special-names.
         decimal-point is comma.
       input-output section.
       file-control.
           select concurso-mestre assign to "CONCURSO"
               organization is indexed
               access mode is dynamic
               record key is cnc-codigo
               file status is cnm-status-concurso.

           select produto-mestre assign to "PRODUTO"
               organization is indexed
               access mode is dynamic
               record key is prd-codigo
               file status is cnm-status-produto.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is cnm-status-filial.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  concurso-mestre.
           copy CONCREC.

       fd  produto-mestre.
           copy PRODREC.

       fd  filial-mestre.
           copy FILREC.

       working-storage section.

       77  cnm-status-concurso  pic x(02) value spaces.
           88  cnm-concurso-ok         value "00".
       77  cnm-status-produto   pic x(02) value spaces.
       77  cnm-produto-aberto   pic x(01) value "N".
           88  cnm-tem-produtos        value "S".
       77  cnm-status-filial    pic x(02) value spaces.
       77  cnm-filial-aberto    pic x(01) value "N".
           88  cnm-tem-filiais         value "S".

       77  cnm-opcao            pic x(01) value spaces.
           88  cnm-opcao-sair          value "0".
       77  cnm-confirma         pic x(01) value spaces.
           88  cnm-confirmado          value "S" "s".
       77  cnm-codigo-trabalho  pic 9(04) value zeros.
       77  cnm-data-real        pic 9(08) value zeros.
       77  cnm-data-negocio     pic 9(08) value zeros.
       77  cnm-data-fim-nova    pic 9(08) value zeros.
       77  cnm-descricao-nova   pic x(30) value spaces.
       77  cnm-valor-edit       pic zz.zz9,99.
       77  cnm-pct-edit         pic z9,99.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Trilha comum das tabelas de referencia (REFAUD): tabela,   *
      * chave e imagem do registro antes e depois de cada          *
      * inclusao, alteracao ou exclusao.                           *
      *-----------------------------------------------------------*
       77  cnm-ra-programa      pic x(08) value "CONCMANU".
       77  cnm-ra-tabela        pic x(08) value spaces.
       77  cnm-ra-chave         pic x(20) value spaces.
       77  cnm-ra-operacao      pic x(01) value spaces.
       77  cnm-ra-antes         pic x(150) value spaces.
       77  cnm-ra-depois        pic x(150) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           call "BUSDATE" using cnm-data-real cnm-data-negocio
           end-call
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-menu-concursos
              thru 2000-menu-concursos-exit
               until cnm-opcao-sair
           close concurso-mestre
           if cnm-tem-produtos
              close produto-mestre
           end-if
           if cnm-tem-filiais
              close filial-mestre
           end-if
           stop run.

       1000-abrir-arquivos.
           open i-o concurso-mestre
           if cnm-status-concurso = "35"
              open output concurso-mestre
              close concurso-mestre
              open i-o concurso-mestre
           end-if
           if not cnm-concurso-ok
              display "CONCMANUT: erro ao abrir CONCURSO - status "
                       cnm-status-concurso at 1410
              move 16 to return-code
              stop run
           end-if
           open input produto-mestre
           if cnm-status-produto = "00"
              set cnm-tem-produtos to true
           end-if
           open input filial-mestre
           if cnm-status-filial = "00"
              set cnm-tem-filiais to true
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       2000-menu-concursos.
           display erase
           display "CONCURSOS DE VENDAS"                at 0310
           display "1 - Incluir concurso"               at 0510
           display "2 - Alterar concurso"               at 0610
           display "3 - Cancelar concurso"              at 0710
           display "4 - Consultar concurso"             at 0810
           display "0 - Sair"                           at 0910
           display "Opcao: "                            at 1110
           accept cnm-opcao at 1118
           evaluate cnm-opcao
               when "1"
                   perform 2100-incluir-concurso
                      thru 2100-incluir-concurso-exit
               when "2"
                   perform 2200-alterar-concurso
                      thru 2200-alterar-concurso-exit
               when "3"
                   perform 2300-cancelar-concurso
                      thru 2300-cancelar-concurso-exit
               when "4"
                   perform 2400-consultar-concurso
                      thru 2400-consultar-concurso-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1210
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-concursos-exit.
           exit.

       2050-aceita-codigo.
           display "Codigo do concurso: " at 0510
           accept cnm-codigo-trabalho at 0531
           if cnm-codigo-trabalho = zeros
              display "Codigo nao pode ser zero." at 1810
              go to 2050-aceita-codigo
           end-if
           display "                         " at 1810
           move cnm-codigo-trabalho to cnc-codigo.
       2050-aceita-codigo-exit.
           exit.

       2100-incluir-concurso.
           display erase
           display "INCLUSAO DE CONCURSO" at 0310
           perform 2050-aceita-codigo thru 2050-aceita-codigo-exit
           read concurso-mestre
               invalid key
                   continue
               not invalid key
                   display "Concurso ja cadastrado." at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-concurso-exit
           end-read
           move cnm-codigo-trabalho to cnc-codigo
           perform 2150-aceita-descricao thru 2150-aceita-descricao-exit
           perform 2160-aceita-produto thru 2160-aceita-produto-exit
           perform 2170-aceita-janela thru 2170-aceita-janela-exit
           perform 2180-aceita-filial thru 2180-aceita-filial-exit
           perform 2190-aceita-bonus thru 2190-aceita-bonus-exit
           move "A" to cnc-situacao
           write cnc-registro
               invalid key
                   display "Erro ao gravar concurso - status "
                            cnm-status-concurso at 1810
               not invalid key
                   display "Concurso gravado." at 1810
                   move "I" to cnm-ra-operacao
                   move spaces to cnm-ra-antes
                   perform 2810-audita-concurso
                      thru 2810-audita-concurso-exit
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-concurso-exit.
           exit.

       2150-aceita-descricao.
           display "Descricao: " at 0610
           accept cnc-descricao at 0622
           if cnc-descricao = spaces
              display "Descricao obrigatoria." at 1810
              go to 2150-aceita-descricao
           end-if
           display "                         " at 1810.
       2150-aceita-descricao-exit.
           exit.

      *-----------------------------------------------------------*
      * Produto do concurso: obrigatorio e, com o mestre de        *
      * produtos disponivel, cadastrado.                           *
      *-----------------------------------------------------------*
       2160-aceita-produto.
           display "Produto: " at 0710
           accept cnc-produto at 0722
           if cnc-produto is not numeric or cnc-produto = zeros
              display "Produto obrigatorio." at 1810
              go to 2160-aceita-produto
           end-if
           if cnm-tem-produtos
              move cnc-produto to prd-codigo
              read produto-mestre
                  invalid key
                      display "Produto nao cadastrado." at 1810
                      go to 2160-aceita-produto
                  not invalid key
                      display prd-descricao at 0730
              end-read
           end-if
           display "                         " at 1810.
       2160-aceita-produto-exit.
           exit.

       2170-aceita-janela.
           display "Data de inicio (AAAAMMDD): " at 0810
           accept cnc-data-inicio at 0838
           display "Data de fim    (AAAAMMDD): " at 0910
           accept cnc-data-fim at 0938
           if cnc-data-inicio is not numeric
              or cnc-data-fim is not numeric
              or cnc-data-inicio = zeros
              display "Datas invalidas." at 1810
              go to 2170-aceita-janela
           end-if
           if cnc-data-fim < cnc-data-inicio
              display "Data de fim anterior ao inicio." at 1810
              go to 2170-aceita-janela
           end-if
           display "                               " at 1810.
       2170-aceita-janela-exit.
           exit.

       2180-aceita-filial.
           display "Filial (000 = todas): " at 1010
           accept cnc-filial at 1033
           if cnc-filial is not numeric
              display "Filial invalida." at 1810
              go to 2180-aceita-filial
           end-if
           if not cnc-todas-filiais and cnm-tem-filiais
              move cnc-filial to fil-codigo
              read filial-mestre
                  invalid key
                      display "Filial nao cadastrada." at 1810
                      go to 2180-aceita-filial
                  not invalid key
                      display fil-nome at 1040
              end-read
           end-if
           display "                         " at 1810.
       2180-aceita-filial-exit.
           exit.

      *-----------------------------------------------------------*
      * Bonus: U = valor fixo por unidade vendida, P = percentual  *
      * sobre o valor da venda.                                    *
      *-----------------------------------------------------------*
       2190-aceita-bonus.
           move zeros to cnc-valor-unidade cnc-percentual
           display "Bonus por [U]nidade ou [P]ercentual: " at 1110
           accept cnc-tipo-bonus at 1148
           evaluate true
               when cnc-por-unidade
                   display "Bonus por unidade: " at 1210
                   accept cnc-valor-unidade at 1230
                   if cnc-valor-unidade is not numeric
                      or cnc-valor-unidade = zeros
                      display "Valor do bonus invalido." at 1810
                      go to 2190-aceita-bonus
                   end-if
               when cnc-por-percentual
                   display "Percentual do bonus: " at 1210
                   accept cnc-percentual at 1232
                   if cnc-percentual is not numeric
                      or cnc-percentual = zeros
                      display "Percentual invalido." at 1810
                      go to 2190-aceita-bonus
                   end-if
               when other
                   display "Tipo de bonus invalido." at 1810
                   go to 2190-aceita-bonus
           end-evaluate
           display "                         " at 1810.
       2190-aceita-bonus-exit.
           exit.

      *-----------------------------------------------------------*
      * Alteracao: antes do inicio, todas as regras; concurso ja   *
      * iniciado so muda descricao e data de fim (que nao pode     *
      * voltar para antes do inicio).                              *
      *-----------------------------------------------------------*
       2200-alterar-concurso.
           display erase
           display "ALTERACAO DE CONCURSO" at 0310
           perform 2050-aceita-codigo thru 2050-aceita-codigo-exit
           read concurso-mestre
               invalid key
                   display "Concurso inexistente." at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-concurso-exit
           end-read
           if cnc-cancelado
              display "Concurso cancelado." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2200-alterar-concurso-exit
           end-if
           move cnc-registro to cnm-ra-antes
           perform 2450-mostra-concurso thru 2450-mostra-concurso-exit
           if cnc-data-inicio > cnm-data-negocio
              perform 2150-aceita-descricao
                 thru 2150-aceita-descricao-exit
              perform 2160-aceita-produto
                 thru 2160-aceita-produto-exit
              perform 2170-aceita-janela
                 thru 2170-aceita-janela-exit
              perform 2180-aceita-filial
                 thru 2180-aceita-filial-exit
              perform 2190-aceita-bonus
                 thru 2190-aceita-bonus-exit
           else
              perform 2210-aceita-prorrogacao
                 thru 2210-aceita-prorrogacao-exit
           end-if
           rewrite cnc-registro
               invalid key
                   display "Erro ao regravar concurso - status "
                            cnm-status-concurso at 1810
               not invalid key
                   display "Concurso alterado." at 1810
                   move "A" to cnm-ra-operacao
                   perform 2810-audita-concurso
                      thru 2810-audita-concurso-exit
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-concurso-exit.
           exit.

       2210-aceita-prorrogacao.
           display "Concurso iniciado - so descricao e data de fim."
               at 1410
           move spaces to cnm-descricao-nova
           display "Nova descricao (branco = mantem): " at 1510
           accept cnm-descricao-nova at 1545
           if cnm-descricao-nova not = spaces
              move cnm-descricao-nova to cnc-descricao
           end-if
           move zeros to cnm-data-fim-nova
           display "Nova data de fim (zeros = mantem): " at 1610
           accept cnm-data-fim-nova at 1646
           if cnm-data-fim-nova is not numeric
              display "Data invalida." at 1810
              go to 2210-aceita-prorrogacao
           end-if
           if cnm-data-fim-nova > zeros
              if cnm-data-fim-nova < cnc-data-inicio
                 display "Data de fim anterior ao inicio." at 1810
                 go to 2210-aceita-prorrogacao
              end-if
              move cnm-data-fim-nova to cnc-data-fim
           end-if.
       2210-aceita-prorrogacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Cancelamento: o concurso deixa de creditar bonus nas       *
      * proximas aplicacoes; o ja creditado fica no historico.     *
      *-----------------------------------------------------------*
       2300-cancelar-concurso.
           display erase
           display "CANCELAMENTO DE CONCURSO" at 0310
           perform 2050-aceita-codigo thru 2050-aceita-codigo-exit
           read concurso-mestre
               invalid key
                   display "Concurso inexistente." at 1810
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2300-cancelar-concurso-exit
           end-read
           if cnc-cancelado
              display "Concurso ja cancelado." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-cancelar-concurso-exit
           end-if
           perform 2450-mostra-concurso thru 2450-mostra-concurso-exit
           display "Confirma o cancelamento [s/n]? " at 1510
           accept cnm-confirma at 1542
           if not cnm-confirmado
              display "Cancelamento desistido." at 1810
           else
              move cnc-registro to cnm-ra-antes
              move "C" to cnc-situacao
              rewrite cnc-registro
                  invalid key
                      display "Erro ao regravar concurso - status "
                               cnm-status-concurso at 1810
                  not invalid key
                      display "Concurso cancelado." at 1810
                      move "A" to cnm-ra-operacao
                      perform 2810-audita-concurso
                         thru 2810-audita-concurso-exit
              end-rewrite
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-cancelar-concurso-exit.
           exit.

       2400-consultar-concurso.
           display erase
           display "CONSULTA DE CONCURSO" at 0310
           perform 2050-aceita-codigo thru 2050-aceita-codigo-exit
           read concurso-mestre
               invalid key
                   display "Concurso inexistente." at 1810
               not invalid key
                   perform 2450-mostra-concurso
                      thru 2450-mostra-concurso-exit
           end-read
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-concurso-exit.
           exit.

       2450-mostra-concurso.
           display "Descricao: " cnc-descricao at 0610
           display "Produto  : " cnc-produto at 0710
           display "Inicio   : " cnc-data-inicio
                   "  Fim: " cnc-data-fim at 0810
           display "Filial   : " cnc-filial at 0910
           if cnc-por-unidade
              move cnc-valor-unidade to cnm-valor-edit
              display "Bonus    : " cnm-valor-edit " por unidade"
                  at 1010
           else
              move cnc-percentual to cnm-pct-edit
              display "Bonus    : " cnm-pct-edit "% da venda"
                  at 1010
           end-if
           display "Situacao : " cnc-situacao at 1110.
       2450-mostra-concurso-exit.
           exit.

       2800-grava-auditoria.
           call "REFAUD" using cnm-ra-programa cnm-ra-tabela
                               cnm-ra-chave cnm-ra-operacao
                               cnm-ra-antes cnm-ra-depois
           end-call.
       2800-grava-auditoria-exit.
           exit.

       2810-audita-concurso.
           move "CONCURSO" to cnm-ra-tabela
           move cnc-codigo to cnm-ra-chave
           move cnc-registro to cnm-ra-depois
           perform 2800-grava-auditoria thru 2800-grava-auditoria-exit.
       2810-audita-concurso-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
