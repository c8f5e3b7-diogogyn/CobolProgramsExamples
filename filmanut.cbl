      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. filmanut.
       author. Diogo.
       installation. calculo de comissao de vendedores.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao do cadastro de filiais        *
      *                    (FILIAL.DAT): inclusao, alteracao de     *
      *                    nome/endereco e consulta.  A UF da       *
      *                    filial e a UF de origem do ICMS das      *
      *                    vendas aplicadas.                        *
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
           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is flm-status-filial.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  filial-mestre.
           copy FILREC.

       working-storage section.

       77  flm-status-filial    pic x(02) value spaces.
           88  flm-filial-ok           value "00".

       77  flm-opcao            pic x(01) value spaces.
           88  flm-opcao-sair          value "0".
       77  flm-codigo-trabalho  pic 9(03) value zeros.
       77  entra                pic x(01) value spaces.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1000-abrir-arquivo thru 1000-abrir-arquivo-exit
           perform 2000-menu-filiais thru 2000-menu-filiais-exit
               until flm-opcao-sair
           close filial-mestre
           stop run.

       1000-abrir-arquivo.
           open i-o filial-mestre
           if flm-status-filial = "35"
              open output filial-mestre
              close filial-mestre
              open i-o filial-mestre
           end-if
           if not flm-filial-ok
              display "FILMANUT: erro ao abrir FILIAL - status "
                       flm-status-filial at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivo-exit.
           exit.

       2000-menu-filiais.
           display erase
           display "CADASTRO DE FILIAIS"                at 0310
           display "1 - Incluir filial"                 at 0510
           display "2 - Alterar filial"                 at 0610
           display "3 - Consultar filial"               at 0710
           display "0 - Sair"                           at 0810
           display "Opcao: "                            at 1010
           accept flm-opcao at 1018
           evaluate flm-opcao
               when "1"
                   perform 2100-incluir-filial
                      thru 2100-incluir-filial-exit
               when "2"
                   perform 2200-alterar-filial
                      thru 2200-alterar-filial-exit
               when "3"
                   perform 2300-consultar-filial
                      thru 2300-consultar-filial-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1110
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-filiais-exit.
           exit.

      *-----------------------------------------------------------*
      * Inclusao: a matriz e a filial 000, como nos campos de      *
      * filial das transacoes e dos mestres.                       *
      *-----------------------------------------------------------*
       2100-incluir-filial.
           display erase
           display "INCLUSAO DE FILIAL" at 0310
           display "Codigo da filial (000 = matriz): " at 0510
           accept flm-codigo-trabalho at 0544
           move flm-codigo-trabalho to fil-codigo
           read filial-mestre
               invalid key
                   continue
               not invalid key
                   display "Filial ja cadastrada." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2100-incluir-filial-exit
           end-read
           move flm-codigo-trabalho to fil-codigo
           perform 2150-aceita-dados thru 2150-aceita-dados-exit
           write fil-registro
               invalid key
                   display "Erro ao gravar filial - status "
                            flm-status-filial at 1410
               not invalid key
                   display "Filial gravada." at 1410
           end-write
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-filial-exit.
           exit.

       2150-aceita-dados.
           display "Nome: " at 0610
           accept fil-nome at 0622
           if fil-nome = spaces
              display "Nome obrigatorio." at 1410
              go to 2150-aceita-dados
           end-if
           display "Logradouro: " at 0710
           accept fil-logradouro at 0722
           display "Cidade: " at 0810
           accept fil-cidade at 0822
           display "UF: " at 0910
           accept fil-uf at 0922
           if fil-uf = spaces or fil-uf is not alphabetic
              display "UF obrigatoria." at 1410
              go to 2150-aceita-dados
           end-if
           display "CEP: " at 1010
           accept fil-cep at 1022.
       2150-aceita-dados-exit.
           exit.

       2200-alterar-filial.
           display erase
           display "ALTERACAO DE FILIAL" at 0310
           display "Codigo da filial: " at 0510
           accept flm-codigo-trabalho at 0529
           move flm-codigo-trabalho to fil-codigo
           read filial-mestre
               invalid key
                   display "Filial inexistente." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
                   go to 2200-alterar-filial-exit
           end-read
           display "Atual: " fil-nome " " fil-uf at 1210
           perform 2150-aceita-dados thru 2150-aceita-dados-exit
           rewrite fil-registro
               invalid key
                   display "Erro ao regravar filial - status "
                            flm-status-filial at 1410
               not invalid key
                   display "Filial alterada." at 1410
           end-rewrite
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-filial-exit.
           exit.

       2300-consultar-filial.
           display erase
           display "CONSULTA DE FILIAL" at 0310
           display "Codigo da filial: " at 0510
           accept flm-codigo-trabalho at 0529
           move flm-codigo-trabalho to fil-codigo
           read filial-mestre
               invalid key
                   display "Filial inexistente." at 1410
               not invalid key
                   display "Nome      : " fil-nome at 0710
                   display "Logradouro: " fil-logradouro at 0810
                   display "Cidade/UF : " fil-cidade " " fil-uf
                       at 0910
                   display "CEP       : " fil-cep at 1010
           end-read
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-consultar-filial-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.
