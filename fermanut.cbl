      *****************************************************************
      *  IDENTIFICATION DIVISION
      *****************************************************************
       identification division.
       program-id. fermanut.
       author. EQUIPE DE OPERACOES.
       installation. CENTRO DE PROCESSAMENTO DE DADOS.
       date-written. 15/10/2026.
       date-compiled.

      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                    *
      * DATA       AUTOR   DESCRICAO                                *
      * 15/10/2026 EQP     Manutencao da tabela de feriados         *
      *                    (FERIADOS.DAT): feriados nacionais,      *
      *                    estaduais (por UF) e municipais (por     *
      *                    filial), com inclusao, alteracao,        *
      *                    exclusao e consulta por ano, copia dos   *
      *                    feriados de data fixa para outro ano e   *
      *                    impressao do calendario anual da filial  *
      *                    (FERCAL.RPT) com os dias uteis do mes.   *
      *                    Cada manutencao vai para FERAUDIT.DAT    *
      *                    com o operador da sessao; a tabela       *
      *                    anterior fica em FERIADOS.BAK.  Exige    *
      *                    sessao de nivel 2 ou 3.                  *
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
           select tabela-feriados assign to "FERIADOS.DAT"
               organization is line sequential
               file status is fmn-status-feriados.

           select feriados-backup assign to "FERIADOS.BAK"
               organization is line sequential
               file status is fmn-status-backup.

           select filial-mestre assign to "FILIAL"
               organization is indexed
               access mode is dynamic
               record key is fil-codigo
               file status is fmn-status-filial.

           select feriado-auditoria assign to "FERAUDIT.DAT"
               organization is line sequential
               file status is fmn-status-auditoria.

           select calendario-relatorio assign to "FERCAL.RPT"
               organization is line sequential
               file status is fmn-status-relat.

           select sessao-corrente assign to "SESSAO.DAT"
               organization is line sequential
               file status is fmn-status-sessao.

      *****************************************************************
      *  DATA DIVISION
      *****************************************************************
       data division.
       file section.
       fd  tabela-feriados.
           copy FERREC.

       fd  feriados-backup.
       01  bkp-registro              pic x(45).

       fd  filial-mestre.
           copy FILREC.

       fd  feriado-auditoria.
           copy FERAUDRC.

       fd  calendario-relatorio.
       01  linha-relatorio           pic x(80).

       fd  sessao-corrente.
           copy SESSREC.

       working-storage section.

       copy DATASIS.

       77  fmn-status-feriados  pic x(02) value spaces.
           88  fmn-fim-feriados        value "10".
       77  fmn-status-backup    pic x(02) value spaces.
       77  fmn-status-filial    pic x(02) value spaces.
       77  fmn-status-auditoria pic x(02) value spaces.
       77  fmn-status-relat     pic x(02) value spaces.
       77  fmn-status-sessao    pic x(02) value spaces.
       77  fmn-operador-sessao  pic x(08) value spaces.
       77  fmn-nivel-sessao     pic 9(01) value zeros.
       77  fmn-tem-filial       pic x(01) value "N".
           88  fmn-filial-aberta       value "S".
       77  fmn-alterada         pic x(01) value "N".
           88  fmn-tabela-alterada     value "S".

       77  fmn-hora-atual       pic 9(08) value zeros.
       77  fmn-opcao            pic x(01) value spaces.
           88  fmn-opcao-sair          value "0".
       77  fmn-confirma         pic x(01) value spaces.
           88  fmn-confirmado          value "S" "s".
       77  fmn-linha-tela       pic 99 value zeros.
       77  fmn-tela-pos         pic 9(04) value zeros.
       77  entra                pic x(01) value spaces.

      *-----------------------------------------------------------*
      * Feriado em digitacao e validacao de data.                  *
      *-----------------------------------------------------------*
       01  fmn-data-digitada.
           05  fmn-ano-digitado      pic 9(04).
           05  fmn-mes-digitado      pic 9(02).
           05  fmn-dia-digitado      pic 9(02).
       01  fmn-data-num redefines fmn-data-digitada
                                     pic 9(08).
       77  fmn-abrangencia      pic x(01) value spaces.
           88  fmn-abr-nacional        value "N".
           88  fmn-abr-estadual        value "E".
           88  fmn-abr-municipal       value "F".
           88  fmn-abr-valida          value "N" "E" "F".
       77  fmn-uf               pic x(02) value spaces.
       77  fmn-filial           pic 9(03) value zeros.
       77  fmn-fixo             pic x(01) value spaces.
       77  fmn-descricao        pic x(30) value spaces.
       77  fmn-data-valida      pic x(01) value "N".
           88  fmn-data-ok             value "S".
       77  fmn-ultimo-dia       pic 9(02) value zeros.
       77  fmn-resto-ano        pic 9(04) value zeros.
       77  fmn-quociente        pic 9(07) value zeros.
       77  fmn-ano-calculo      pic 9(04) value zeros.
       77  fmn-mes-calculo      pic 9(02) value zeros.

      *-----------------------------------------------------------*
      * FERIADOS.DAT carregado em tabela na ordem de data; a       *
      * tabela volta ao arquivo na saida (ou antes do calendario)  *
      * quando houve manutencao.                                   *
      *-----------------------------------------------------------*
       01  fmn-tabela-feriados.
           05  fmn-qtde-feriados     pic 9(04) value zeros.
           05  fmn-feriado           occurs 1000 times.
               10  fmn-fr-data       pic 9(08).
               10  fmn-fr-abrangencia pic x(01).
               10  fmn-fr-uf         pic x(02).
               10  fmn-fr-filial     pic 9(03).
               10  fmn-fr-fixo       pic x(01).
               10  fmn-fr-descricao  pic x(30).
       77  fmn-indice           pic 9(04) value zeros.
       77  fmn-indice-2         pic 9(04) value zeros.
       77  fmn-posicao          pic 9(04) value zeros.
       77  fmn-achou            pic x(01) value "N".

      *-----------------------------------------------------------*
      * Escolha entre os feriados de uma data (alteracao e         *
      * exclusao).                                                 *
      *-----------------------------------------------------------*
       01  fmn-tabela-escolha.
           05  fmn-qtde-escolha      pic 9(01) value zeros.
           05  fmn-escolha-ind       occurs 9 times pic 9(04).
       77  fmn-escolha          pic 9(01) value zeros.
       77  fmn-selecionado      pic 9(04) value zeros.

      *-----------------------------------------------------------*
      * Copia anual dos feriados de data fixa.                     *
      *-----------------------------------------------------------*
       77  fmn-ano-origem       pic 9(04) value zeros.
       77  fmn-ano-destino      pic 9(04) value zeros.
       77  fmn-qtde-copiados    pic 9(04) value zeros.
       77  fmn-qtde-existentes  pic 9(04) value zeros.
       77  fmn-qtde-descartados pic 9(04) value zeros.
       01  fmn-tabela-copia.
           05  fmn-qtde-copia        pic 9(04) value zeros.
           05  fmn-copia             occurs 200 times pic x(45).
       77  fmn-ind-copia        pic 9(04) value zeros.
       01  fmn-feriado-trabalho.
           05  fmn-ft-data           pic 9(08).
           05  fmn-ft-abrangencia    pic x(01).
           05  fmn-ft-uf             pic x(02).
           05  fmn-ft-filial         pic 9(03).
           05  fmn-ft-fixo           pic x(01).
           05  fmn-ft-descricao      pic x(30).

      *-----------------------------------------------------------*
      * Calendario anual da filial (subrotina DIAUTIL sobre a      *
      * tabela ja gravada - o mesmo calculo do JOBCTL e do         *
      * DIAFECHA).                                                 *
      *-----------------------------------------------------------*
       77  fmn-ano-calendario   pic 9(04) value zeros.
       77  fmn-filial-calendario pic 9(03) value zeros.
       77  fmn-mes              pic 9(02) value zeros.
       77  fmn-dia              pic 9(02) value zeros.
       77  fmn-data-calendario  pic 9(08) value zeros.
       77  fmn-int-data         pic 9(07) value zeros.
       77  fmn-dia-semana       pic 9(01) value zeros.
       77  fmn-dia-util         pic x(01) value spaces.
       77  fmn-descricao-feriado pic x(30) value spaces.
       77  fmn-uteis-mes        pic 9(02) value zeros.
       77  fmn-uteis-ano        pic 9(03) value zeros.
       77  fmn-feriados-ano     pic 9(03) value zeros.
       01  fmn-feriados-mes.
           05  fmn-qtde-fer-mes      pic 9(02) value zeros.
           05  fmn-fer-mes           occurs 31 times.
               10  fmn-fm-dia        pic 9(02).
               10  fmn-fm-descricao  pic x(30).
       77  fmn-ind-fer-mes      pic 9(02) value zeros.

       01  fmn-nomes-meses.
           05  filler  pic x(09) value "JANEIRO  ".
           05  filler  pic x(09) value "FEVEREIRO".
           05  filler  pic x(09) value "MARCO    ".
           05  filler  pic x(09) value "ABRIL    ".
           05  filler  pic x(09) value "MAIO     ".
           05  filler  pic x(09) value "JUNHO    ".
           05  filler  pic x(09) value "JULHO    ".
           05  filler  pic x(09) value "AGOSTO   ".
           05  filler  pic x(09) value "SETEMBRO ".
           05  filler  pic x(09) value "OUTUBRO  ".
           05  filler  pic x(09) value "NOVEMBRO ".
           05  filler  pic x(09) value "DEZEMBRO ".
       01  fmn-tabela-meses redefines fmn-nomes-meses.
           05  fmn-nome-mes          occurs 12 times pic x(09).

       01  cab-calendario.
           05  filler                pic x(30) value
                  "CALENDARIO DE FERIADOS - ANO ".
           05  cc-ano                pic 9(04).
           05  filler                pic x(10) value "  FILIAL ".
           05  cc-filial             pic 9(03).
           05  filler                pic x(02) value spaces.
           05  cc-nome-filial        pic x(30).
       01  cab-mes.
           05  cm-nome-mes           pic x(09).
           05  filler                pic x(01) value "/".
           05  cm-ano                pic 9(04).
       01  cab-semana.
           05  filler                pic x(35) value
                  "SEG  TER  QUA  QUI  SEX  SAB  DOM".
       01  linha-semana.
           05  lsm-celula            occurs 7 times.
               10  lsm-dia           pic z9.
               10  lsm-marca         pic x(01).
               10  filler            pic x(02).
       01  linha-feriado-mes.
           05  filler                pic x(02) value spaces.
           05  lfm-dia               pic 99.
           05  filler                pic x(03) value " - ".
           05  lfm-descricao         pic x(30).
       01  linha-uteis.
           05  lut-descricao         pic x(30).
           05  lut-quantidade        pic zz9.

      *****************************************************************
      *  PROCEDURE DIVISION
      *****************************************************************
       procedure division.

       inicio.
           perform 1050-verifica-autorizacao
              thru 1050-verifica-autorizacao-exit
           perform 1000-abrir-arquivos thru 1000-abrir-arquivos-exit
           perform 2000-menu-feriados thru 2000-menu-feriados-exit
               until fmn-opcao-sair
           perform 8000-grava-tabela thru 8000-grava-tabela-exit
           close feriado-auditoria
           if fmn-filial-aberta
              close filial-mestre
           end-if
           stop run.

      *-----------------------------------------------------------*
      * O calendario decide o fim de mes da cadeia noturna e o     *
      * avanco do dia de negocio: exige operador de operacao       *
      * (nivel 2) ou gerencia assinado.                            *
      *-----------------------------------------------------------*
       1050-verifica-autorizacao.
           open input sessao-corrente
           if fmn-status-sessao = "00"
              read sessao-corrente
                  at end
                      continue
                  not at end
                      move ses-operador to fmn-operador-sessao
                      move ses-nivel to fmn-nivel-sessao
              end-read
              close sessao-corrente
           end-if
           if fmn-nivel-sessao < 2
              display erase
              display "Tabela de feriados exige sessao de nivel 2 ou 3."
                  at 0510
              display "Assine a sessao pelo SIGNON." at 0610
              move 16 to return-code
              stop run
           end-if.
       1050-verifica-autorizacao-exit.
           exit.

      *-----------------------------------------------------------*
      * Carrega FERIADOS.DAT em tabela e copia o arquivo como      *
      * chegou para FERIADOS.BAK.  Linha antiga so com a data vira *
      * feriado nacional.                                          *
      *-----------------------------------------------------------*
       1000-abrir-arquivos.
           open output feriados-backup
           if fmn-status-backup not = "00"
              display "FERMANUT: erro ao abrir FERIADOS.BAK - status "
                       fmn-status-backup at 1410
              move 16 to return-code
              stop run
           end-if
           open input tabela-feriados
           if fmn-status-feriados = "00"
              perform 1010-carrega-um-feriado
                 thru 1010-carrega-um-feriado-exit
                  until fmn-fim-feriados
              close tabela-feriados
           else
              if fmn-status-feriados not = "35"
                 display "FERMANUT: erro ao abrir FERIADOS - status "
                          fmn-status-feriados at 1410
                 move 16 to return-code
                 stop run
              end-if
           end-if
           close feriados-backup
           open input filial-mestre
           if fmn-status-filial = "00"
              move "S" to fmn-tem-filial
           end-if
           open extend feriado-auditoria
           if fmn-status-auditoria = "35"
              open output feriado-auditoria
              close feriado-auditoria
              open extend feriado-auditoria
           end-if
           if fmn-status-auditoria not = "00"
              display "FERMANUT: erro ao abrir FERAUDIT - status "
                       fmn-status-auditoria at 1410
              move 16 to return-code
              stop run
           end-if.
       1000-abrir-arquivos-exit.
           exit.

       1010-carrega-um-feriado.
           read tabela-feriados
               at end
                   set fmn-fim-feriados to true
                   go to 1010-carrega-um-feriado-exit
           end-read
           write bkp-registro from fer-registro
           if fer-data not numeric or fmn-qtde-feriados = 1000
              go to 1010-carrega-um-feriado-exit
           end-if
           if not fer-abrangencia-ok
              move "N" to fer-abrangencia
           end-if
           if not fer-municipal
              move zeros to fer-filial
           end-if
           if not fer-estadual
              move spaces to fer-uf
           end-if
           add 1 to fmn-qtde-feriados
           move fer-registro to fmn-feriado(fmn-qtde-feriados).
       1010-carrega-um-feriado-exit.
           exit.

       2000-menu-feriados.
           display erase
           display "TABELA DE FERIADOS"                  at 0310
           display "1 - Incluir feriado"                 at 0510
           display "2 - Alterar feriado"                 at 0610
           display "3 - Excluir feriado"                 at 0710
           display "4 - Consultar feriados do ano"       at 0810
           display "5 - Copiar feriados fixos p/ o ano"  at 0910
           display "6 - Imprimir calendario anual"       at 1010
           display "0 - Sair"                            at 1110
           display "Opcao: "                             at 1310
           accept fmn-opcao at 1318
           evaluate fmn-opcao
               when "1"
                   perform 2100-incluir-feriado
                      thru 2100-incluir-feriado-exit
               when "2"
                   perform 2200-alterar-feriado
                      thru 2200-alterar-feriado-exit
               when "3"
                   perform 2300-excluir-feriado
                      thru 2300-excluir-feriado-exit
               when "4"
                   perform 2400-consultar-ano
                      thru 2400-consultar-ano-exit
               when "5"
                   perform 2500-copiar-fixos
                      thru 2500-copiar-fixos-exit
               when "6"
                   perform 2600-imprime-calendario
                      thru 2600-imprime-calendario-exit
               when "0"
                   continue
               when other
                   display "Opcao invalida." at 1410
                   perform 2900-espera-operador
                      thru 2900-espera-operador-exit
           end-evaluate.
       2000-menu-feriados-exit.
           exit.

      *-----------------------------------------------------------*
      * Inclusao: data valida, abrangencia (N/E/F) com a UF ou a   *
      * filial do cadastro, data fixa e descricao; o mesmo         *
      * feriado (data + abrangencia + UF/filial) nao entra duas    *
      * vezes.                                                     *
      *-----------------------------------------------------------*
       2100-incluir-feriado.
           display erase
           display "INCLUSAO DE FERIADO" at 0310
           perform 2050-aceita-data thru 2050-aceita-data-exit
           if not fmn-data-ok
              go to 2100-incluir-feriado-exit
           end-if
           perform 2060-aceita-abrangencia
              thru 2060-aceita-abrangencia-exit
           if not fmn-abr-valida
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-incluir-feriado-exit
           end-if
           move fmn-data-num to fmn-ft-data
           move fmn-abrangencia to fmn-ft-abrangencia
           move fmn-uf to fmn-ft-uf
           move fmn-filial to fmn-ft-filial
           perform 2070-procura-feriado thru 2070-procura-feriado-exit
           if fmn-achou = "S"
              display "Feriado ja cadastrado: "
                      fmn-fr-descricao(fmn-posicao) at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-incluir-feriado-exit
           end-if
           if fmn-qtde-feriados = 1000
              display "Tabela de feriados cheia." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2100-incluir-feriado-exit
           end-if
           perform 2065-aceita-descricao
              thru 2065-aceita-descricao-exit
           move fmn-fixo to fmn-ft-fixo
           move fmn-descricao to fmn-ft-descricao
           perform 2075-insere-feriado thru 2075-insere-feriado-exit
           move "I" to fau-operacao
           move spaces to fau-fixo-antes fau-descricao-antes
           move fmn-ft-fixo to fau-fixo-depois
           move fmn-ft-descricao to fau-descricao-depois
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           display "Feriado incluido." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2100-incluir-feriado-exit.
           exit.

       2050-aceita-data.
           display "Data (AAAAMMDD): " at 0510
           accept fmn-data-num at 0528
           move fmn-ano-digitado to fmn-ano-calculo
           move fmn-mes-digitado to fmn-mes-calculo
           perform 2055-valida-data thru 2055-valida-data-exit
           if not fmn-data-ok
              display "Data invalida." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
           end-if.
       2050-aceita-data-exit.
           exit.

      *-----------------------------------------------------------*
      * Ultimo dia do mes FMN-MES-CALCULO/FMN-ANO-CALCULO, e a     *
      * validacao da data digitada contra ele.                     *
      *-----------------------------------------------------------*
       2055-valida-data.
           move "N" to fmn-data-valida
           if fmn-ano-digitado < 1900
              or fmn-mes-digitado < 01 or fmn-mes-digitado > 12
              go to 2055-valida-data-exit
           end-if
           perform 2056-ultimo-dia thru 2056-ultimo-dia-exit
           if fmn-dia-digitado < 01
              or fmn-dia-digitado > fmn-ultimo-dia
              go to 2055-valida-data-exit
           end-if
           move "S" to fmn-data-valida.
       2055-valida-data-exit.
           exit.

       2056-ultimo-dia.
           evaluate fmn-mes-calculo
               when 01 when 03 when 05 when 07
               when 08 when 10 when 12
                   move 31 to fmn-ultimo-dia
               when 04 when 06 when 09 when 11
                   move 30 to fmn-ultimo-dia
               when other
                   divide fmn-ano-calculo by 4
                       giving fmn-quociente
                       remainder fmn-resto-ano
                   if fmn-resto-ano = zeros
                      move 29 to fmn-ultimo-dia
                   else
                      move 28 to fmn-ultimo-dia
                   end-if
           end-evaluate.
       2056-ultimo-dia-exit.
           exit.

       2060-aceita-abrangencia.
           move spaces to fmn-uf
           move zeros to fmn-filial
           display "Abrangencia (N=nacional E=estadual F=filial): "
               at 0710
           accept fmn-abrangencia at 0757
           if fmn-abrangencia = "n" or "e" or "f"
              inspect fmn-abrangencia converting "nef" to "NEF"
           end-if
           evaluate true
               when fmn-abr-nacional
                   continue
               when fmn-abr-estadual
                   display "UF: " at 0810
                   accept fmn-uf at 0814
                   inspect fmn-uf converting
                       "abcdefghijklmnopqrstuvwxyz"
                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   if fmn-uf = spaces
                      display "Informe a UF." at 1810
                      move spaces to fmn-abrangencia
                   end-if
               when fmn-abr-municipal
                   display "Filial: " at 0810
                   accept fmn-filial at 0818
                   if not fmn-filial-aberta
                      display "Cadastro de filiais indisponivel."
                          at 1810
                      move spaces to fmn-abrangencia
                   else
                      move fmn-filial to fil-codigo
                      read filial-mestre
                          invalid key
                              display "Filial inexistente." at 1810
                              move spaces to fmn-abrangencia
                          not invalid key
                              display fil-nome " " fil-cidade
                                      "/" fil-uf at 0825
                      end-read
                   end-if
               when other
                   display "Abrangencia invalida." at 1810
           end-evaluate.
       2060-aceita-abrangencia-exit.
           exit.

       2065-aceita-descricao.
           display "Data fixa - repete todo ano [s/n]? " at 1010
           accept fmn-fixo at 1046
           if fmn-fixo = "s" or "S"
              move "S" to fmn-fixo
           else
              move "N" to fmn-fixo
           end-if
           display "Descricao: " at 1110
           accept fmn-descricao at 1121
           if fmn-descricao = spaces
              display "Informe a descricao." at 1810
              go to 2065-aceita-descricao
           end-if
           inspect fmn-descricao converting
               "abcdefghijklmnopqrstuvwxyz"
            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       2065-aceita-descricao-exit.
           exit.

      *-----------------------------------------------------------*
      * Procura FMN-FERIADO-TRABALHO (data + abrangencia +         *
      * UF/filial) na tabela; FMN-POSICAO volta com o indice.      *
      *-----------------------------------------------------------*
       2070-procura-feriado.
           move "N" to fmn-achou
           move zeros to fmn-posicao
           perform 2071-compara-feriado thru 2071-compara-feriado-exit
               varying fmn-indice from 1 by 1
               until fmn-indice > fmn-qtde-feriados
                  or fmn-achou = "S".
       2070-procura-feriado-exit.
           exit.

       2071-compara-feriado.
           if fmn-fr-data(fmn-indice) = fmn-ft-data
              and fmn-fr-abrangencia(fmn-indice) = fmn-ft-abrangencia
              and fmn-fr-uf(fmn-indice) = fmn-ft-uf
              and fmn-fr-filial(fmn-indice) = fmn-ft-filial
              move "S" to fmn-achou
              move fmn-indice to fmn-posicao
           end-if.
       2071-compara-feriado-exit.
           exit.

      *-----------------------------------------------------------*
      * Insere FMN-FERIADO-TRABALHO na ordem de data, abrindo a    *
      * posicao com o deslocamento dos seguintes.                  *
      *-----------------------------------------------------------*
       2075-insere-feriado.
           compute fmn-posicao = fmn-qtde-feriados + 1
           perform 2076-acha-posicao thru 2076-acha-posicao-exit
               varying fmn-indice from 1 by 1
               until fmn-indice > fmn-qtde-feriados
                  or fmn-posicao not > fmn-qtde-feriados
           perform 2077-desloca-acima thru 2077-desloca-acima-exit
               varying fmn-indice from fmn-qtde-feriados by -1
               until fmn-indice < fmn-posicao
           move fmn-feriado-trabalho to fmn-feriado(fmn-posicao)
           add 1 to fmn-qtde-feriados
           move "S" to fmn-alterada.
       2075-insere-feriado-exit.
           exit.

       2076-acha-posicao.
           if fmn-fr-data(fmn-indice) > fmn-ft-data
              move fmn-indice to fmn-posicao
           end-if.
       2076-acha-posicao-exit.
           exit.

       2077-desloca-acima.
           compute fmn-indice-2 = fmn-indice + 1
           move fmn-feriado(fmn-indice) to fmn-feriado(fmn-indice-2).
       2077-desloca-acima-exit.
           exit.

      *-----------------------------------------------------------*
      * Lista os feriados da data digitada e deixa o operador      *
      * escolher um; FMN-SELECIONADO volta zero sem escolha.       *
      *-----------------------------------------------------------*
       2080-escolhe-feriado.
           move zeros to fmn-selecionado fmn-qtde-escolha
           perform 2050-aceita-data thru 2050-aceita-data-exit
           if not fmn-data-ok
              go to 2080-escolhe-feriado-exit
           end-if
           move 6 to fmn-linha-tela
           perform 2081-lista-da-data thru 2081-lista-da-data-exit
               varying fmn-indice from 1 by 1
               until fmn-indice > fmn-qtde-feriados
           if fmn-qtde-escolha = zeros
              display "Nenhum feriado nesta data." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2080-escolhe-feriado-exit
           end-if
           move 1 to fmn-escolha
           if fmn-qtde-escolha > 1
              display "Qual (numero): " at 1610
              accept fmn-escolha at 1626
           end-if
           if fmn-escolha < 1 or fmn-escolha > fmn-qtde-escolha
              display "Escolha invalida." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2080-escolhe-feriado-exit
           end-if
           move fmn-escolha-ind(fmn-escolha) to fmn-selecionado
           move fmn-feriado(fmn-selecionado) to fmn-feriado-trabalho.
       2080-escolhe-feriado-exit.
           exit.

       2081-lista-da-data.
           if fmn-fr-data(fmn-indice) not = fmn-data-num
              or fmn-qtde-escolha = 9
              go to 2081-lista-da-data-exit
           end-if
           add 1 to fmn-qtde-escolha
           move fmn-indice to fmn-escolha-ind(fmn-qtde-escolha)
           add 1 to fmn-linha-tela
           compute fmn-tela-pos = fmn-linha-tela * 100 + 10
           display fmn-qtde-escolha " - "
                   fmn-fr-abrangencia(fmn-indice) " "
                   fmn-fr-uf(fmn-indice) " "
                   fmn-fr-filial(fmn-indice) " "
                   fmn-fr-fixo(fmn-indice) " "
                   fmn-fr-descricao(fmn-indice) at fmn-tela-pos.
       2081-lista-da-data-exit.
           exit.

       2200-alterar-feriado.
           display erase
           display "ALTERACAO DE FERIADO" at 0310
           perform 2080-escolhe-feriado
              thru 2080-escolhe-feriado-exit
           if fmn-selecionado = zeros
              go to 2200-alterar-feriado-exit
           end-if
           display erase
           display "ALTERACAO DE FERIADO" at 0310
           display fmn-ft-data " " fmn-ft-abrangencia " " fmn-ft-uf
                   " " fmn-ft-filial " " fmn-ft-descricao at 0510
           perform 2065-aceita-descricao
              thru 2065-aceita-descricao-exit
           move "A" to fau-operacao
           move fmn-ft-fixo to fau-fixo-antes
           move fmn-ft-descricao to fau-descricao-antes
           move fmn-fixo to fmn-fr-fixo(fmn-selecionado)
                            fau-fixo-depois
           move fmn-descricao to fmn-fr-descricao(fmn-selecionado)
                                 fau-descricao-depois
           move "S" to fmn-alterada
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           display "Feriado alterado." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2200-alterar-feriado-exit.
           exit.

       2300-excluir-feriado.
           display erase
           display "EXCLUSAO DE FERIADO" at 0310
           perform 2080-escolhe-feriado
              thru 2080-escolhe-feriado-exit
           if fmn-selecionado = zeros
              go to 2300-excluir-feriado-exit
           end-if
           display "Confirma a exclusao [s/n]? " at 1710
           accept fmn-confirma at 1738
           if not fmn-confirmado
              display "Exclusao cancelada." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2300-excluir-feriado-exit
           end-if
           perform 2310-desloca-abaixo thru 2310-desloca-abaixo-exit
               varying fmn-indice from fmn-selecionado by 1
               until fmn-indice not < fmn-qtde-feriados
           subtract 1 from fmn-qtde-feriados
           move "S" to fmn-alterada
           move "E" to fau-operacao
           move fmn-ft-fixo to fau-fixo-antes
           move fmn-ft-descricao to fau-descricao-antes
           move spaces to fau-fixo-depois fau-descricao-depois
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit
           display "Feriado excluido." at 1810
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2300-excluir-feriado-exit.
           exit.

       2310-desloca-abaixo.
           compute fmn-indice-2 = fmn-indice + 1
           move fmn-feriado(fmn-indice-2) to fmn-feriado(fmn-indice).
       2310-desloca-abaixo-exit.
           exit.

       2085-data-hora.
           accept data-sistema from date yyyymmdd
           accept fmn-hora-atual from time
           string ano-sistema         delimited by size
                  mes-sistema         delimited by size
                  dia-sistema         delimited by size
                  fmn-hora-atual(1:6) delimited by size
                  into fau-data-hora
           end-string.
       2085-data-hora-exit.
           exit.

      *-----------------------------------------------------------*
      * Trilha: o feriado e FMN-FERIADO-TRABALHO; operacao e       *
      * antes/depois ja preenchidos por quem chama.                *
      *-----------------------------------------------------------*
       2090-grava-auditoria.
           perform 2085-data-hora thru 2085-data-hora-exit
           move fmn-operador-sessao to fau-operador
           move fmn-ft-data to fau-data
           move fmn-ft-abrangencia to fau-abrangencia
           move fmn-ft-uf to fau-uf
           move fmn-ft-filial to fau-filial
           write fau-registro.
       2090-grava-auditoria-exit.
           exit.

      *-----------------------------------------------------------*
      * Feriados do ano, em ordem de data, 12 por tela.            *
      *-----------------------------------------------------------*
       2400-consultar-ano.
           display erase
           display "FERIADOS DO ANO" at 0310
           display "Ano (AAAA): " at 0510
           accept fmn-ano-origem at 0522
           move 6 to fmn-linha-tela
           perform 2410-exibe-um-feriado
              thru 2410-exibe-um-feriado-exit
               varying fmn-indice from 1 by 1
               until fmn-indice > fmn-qtde-feriados
           if fmn-linha-tela = 6
              display "Nenhum feriado no ano." at 0710
           end-if
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2400-consultar-ano-exit.
           exit.

       2410-exibe-um-feriado.
           if fmn-fr-data(fmn-indice)(1:4) not = fmn-ano-origem
              go to 2410-exibe-um-feriado-exit
           end-if
           if fmn-linha-tela > 17
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              display erase
              display "FERIADOS DO ANO " fmn-ano-origem at 0310
              move 6 to fmn-linha-tela
           end-if
           add 1 to fmn-linha-tela
           compute fmn-tela-pos = fmn-linha-tela * 100 + 5
           display fmn-fr-data(fmn-indice) " "
                   fmn-fr-abrangencia(fmn-indice) " "
                   fmn-fr-uf(fmn-indice) " "
                   fmn-fr-filial(fmn-indice) " "
                   fmn-fr-fixo(fmn-indice) " "
                   fmn-fr-descricao(fmn-indice) at fmn-tela-pos.
       2410-exibe-um-feriado-exit.
           exit.

      *-----------------------------------------------------------*
      * Copia os feriados de data fixa de um ano para outro: o     *
      * que ja existe no destino fica como esta e 29/02 so vai     *
      * para ano bissexto.  Os moveis (carnaval, Pascoa, Corpus    *
      * Christi) continuam incluidos um a um.                      *
      *-----------------------------------------------------------*
       2500-copiar-fixos.
           display erase
           display "COPIA DOS FERIADOS DE DATA FIXA" at 0310
           display "Ano de origem (AAAA): " at 0510
           accept fmn-ano-origem at 0533
           display "Ano de destino (AAAA): " at 0610
           accept fmn-ano-destino at 0634
           if fmn-ano-destino = fmn-ano-origem
              or fmn-ano-destino < 1900
              display "Ano de destino invalido." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2500-copiar-fixos-exit
           end-if
           display "Confirma a copia [s/n]? " at 0810
           accept fmn-confirma at 0835
           if not fmn-confirmado
              go to 2500-copiar-fixos-exit
           end-if
           move zeros to fmn-qtde-copia fmn-qtde-copiados
                         fmn-qtde-existentes fmn-qtde-descartados
           perform 2510-separa-fixo thru 2510-separa-fixo-exit
               varying fmn-indice from 1 by 1
               until fmn-indice > fmn-qtde-feriados
           perform 2520-copia-um-fixo thru 2520-copia-um-fixo-exit
               varying fmn-ind-copia from 1 by 1
               until fmn-ind-copia > fmn-qtde-copia
           display "Copiados: " fmn-qtde-copiados
                   "  ja existentes: " fmn-qtde-existentes
                   "  descartados: " fmn-qtde-descartados at 1010
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2500-copiar-fixos-exit.
           exit.

       2510-separa-fixo.
           if fmn-fr-data(fmn-indice)(1:4) = fmn-ano-origem
              and fmn-fr-fixo(fmn-indice) = "S"
              and fmn-qtde-copia < 200
              add 1 to fmn-qtde-copia
              move fmn-feriado(fmn-indice) to fmn-copia(fmn-qtde-copia)
           end-if.
       2510-separa-fixo-exit.
           exit.

       2520-copia-um-fixo.
           move fmn-copia(fmn-ind-copia) to fmn-feriado-trabalho
           move fmn-ft-data to fmn-data-num
           move fmn-ano-destino to fmn-ano-digitado
           move fmn-ano-destino to fmn-ano-calculo
           move fmn-mes-digitado to fmn-mes-calculo
           perform 2055-valida-data thru 2055-valida-data-exit
           if not fmn-data-ok or fmn-qtde-feriados = 1000
              add 1 to fmn-qtde-descartados
              go to 2520-copia-um-fixo-exit
           end-if
           move fmn-data-num to fmn-ft-data
           perform 2070-procura-feriado thru 2070-procura-feriado-exit
           if fmn-achou = "S"
              add 1 to fmn-qtde-existentes
              go to 2520-copia-um-fixo-exit
           end-if
           perform 2075-insere-feriado thru 2075-insere-feriado-exit
           add 1 to fmn-qtde-copiados
           move "C" to fau-operacao
           move spaces to fau-fixo-antes fau-descricao-antes
           move fmn-ft-fixo to fau-fixo-depois
           move fmn-ft-descricao to fau-descricao-depois
           perform 2090-grava-auditoria
              thru 2090-grava-auditoria-exit.
       2520-copia-um-fixo-exit.
           exit.

      *-----------------------------------------------------------*
      * Calendario anual da filial em FERCAL.RPT: grade do mes com *
      * os feriados marcados "F", a lista dos feriados e os dias   *
      * uteis do mes e do ano.  A tabela e gravada antes, para o   *
      * calendario sair igual ao que a noite e o DIAFECHA usam.    *
      *-----------------------------------------------------------*
       2600-imprime-calendario.
           display erase
           display "CALENDARIO ANUAL" at 0310
           display "Ano (AAAA): " at 0510
           accept fmn-ano-calendario at 0522
           display "Filial (000 = matriz): " at 0610
           accept fmn-filial-calendario at 0634
           if fmn-ano-calendario < 1900
              display "Ano invalido." at 1810
              perform 2900-espera-operador
                 thru 2900-espera-operador-exit
              go to 2600-imprime-calendario-exit
           end-if
           perform 8000-grava-tabela thru 8000-grava-tabela-exit
           cancel "DIAUTIL"
           open output calendario-relatorio
           move fmn-ano-calendario to cc-ano
           move fmn-filial-calendario to cc-filial
           move spaces to cc-nome-filial
           if fmn-filial-aberta
              move fmn-filial-calendario to fil-codigo
              read filial-mestre
                  invalid key
                      move "FILIAL FORA DO CADASTRO" to cc-nome-filial
                  not invalid key
                      move fil-nome to cc-nome-filial
              end-read
           end-if
           write linha-relatorio from cab-calendario
           move zeros to fmn-uteis-ano fmn-feriados-ano
           perform 2610-imprime-mes thru 2610-imprime-mes-exit
               varying fmn-mes from 1 by 1
               until fmn-mes > 12
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           move "FERIADOS NO ANO" to lut-descricao
           move fmn-feriados-ano to lut-quantidade
           write linha-relatorio from linha-uteis
               after advancing 1 line
           move "DIAS UTEIS NO ANO" to lut-descricao
           move fmn-uteis-ano to lut-quantidade
           write linha-relatorio from linha-uteis
               after advancing 1 line
           close calendario-relatorio
           display "Calendario impresso em FERCAL.RPT - dias uteis: "
                   fmn-uteis-ano at 1010
           perform 2900-espera-operador
              thru 2900-espera-operador-exit.
       2600-imprime-calendario-exit.
           exit.

       2610-imprime-mes.
           move fmn-ano-calendario to fmn-ano-calculo
           move fmn-mes to fmn-mes-calculo
           perform 2056-ultimo-dia thru 2056-ultimo-dia-exit
           move zeros to fmn-uteis-mes fmn-qtde-fer-mes
           move fmn-nome-mes(fmn-mes) to cm-nome-mes
           move fmn-ano-calendario to cm-ano
           move spaces to linha-relatorio
           write linha-relatorio after advancing 1 line
           write linha-relatorio from cab-mes after advancing 1 line
           write linha-relatorio from cab-semana
               after advancing 1 line
           move spaces to linha-semana
           perform 2620-monta-dia thru 2620-monta-dia-exit
               varying fmn-dia from 1 by 1
               until fmn-dia > fmn-ultimo-dia
           perform 2630-imprime-feriado thru 2630-imprime-feriado-exit
               varying fmn-ind-fer-mes from 1 by 1
               until fmn-ind-fer-mes > fmn-qtde-fer-mes
           move "  DIAS UTEIS NO MES" to lut-descricao
           move fmn-uteis-mes to lut-quantidade
           write linha-relatorio from linha-uteis
               after advancing 1 line
           add fmn-uteis-mes to fmn-uteis-ano
           add fmn-qtde-fer-mes to fmn-feriados-ano.
       2610-imprime-mes-exit.
           exit.

       2620-monta-dia.
           compute fmn-data-calendario = fmn-ano-calendario * 10000
                                       + fmn-mes * 100 + fmn-dia
           compute fmn-int-data =
                   function integer-of-date(fmn-data-calendario)
           divide fmn-int-data by 7
               giving fmn-quociente
               remainder fmn-dia-semana
           if fmn-dia-semana = zeros
              move 7 to fmn-dia-semana
           end-if
           call "DIAUTIL" using fmn-data-calendario
                                fmn-filial-calendario
                                fmn-dia-util
                                fmn-descricao-feriado
           end-call
           move fmn-dia to lsm-dia(fmn-dia-semana)
           if fmn-descricao-feriado not = spaces
              move "F" to lsm-marca(fmn-dia-semana)
              add 1 to fmn-qtde-fer-mes
              move fmn-dia to fmn-fm-dia(fmn-qtde-fer-mes)
              move fmn-descricao-feriado
                to fmn-fm-descricao(fmn-qtde-fer-mes)
           end-if
           if fmn-dia-util = "S"
              add 1 to fmn-uteis-mes
           end-if
           if fmn-dia-semana = 7 or fmn-dia = fmn-ultimo-dia
              write linha-relatorio from linha-semana
                  after advancing 1 line
              move spaces to linha-semana
           end-if.
       2620-monta-dia-exit.
           exit.

       2630-imprime-feriado.
           move fmn-fm-dia(fmn-ind-fer-mes) to lfm-dia
           move fmn-fm-descricao(fmn-ind-fer-mes) to lfm-descricao
           write linha-relatorio from linha-feriado-mes
               after advancing 1 line.
       2630-imprime-feriado-exit.
           exit.

       2900-espera-operador.
           display "Tecle ENTER para continuar." at 2010
           accept entra at 2040.
       2900-espera-operador-exit.
           exit.

      *-----------------------------------------------------------*
      * Regrava FERIADOS.DAT a partir da tabela quando houve       *
      * manutencao (a versao anterior ficou em FERIADOS.BAK).      *
      *-----------------------------------------------------------*
       8000-grava-tabela.
           if not fmn-tabela-alterada
              go to 8000-grava-tabela-exit
           end-if
           open output tabela-feriados
           if fmn-status-feriados not = "00"
              display "FERMANUT: erro ao gravar FERIADOS - status "
                       fmn-status-feriados at 1410
              move 16 to return-code
              go to 8000-grava-tabela-exit
           end-if
           perform 8010-grava-um-feriado
              thru 8010-grava-um-feriado-exit
               varying fmn-indice from 1 by 1
               until fmn-indice > fmn-qtde-feriados
           close tabela-feriados
           move "N" to fmn-alterada.
       8000-grava-tabela-exit.
           exit.

       8010-grava-um-feriado.
           move fmn-feriado(fmn-indice) to fer-registro
           write fer-registro.
       8010-grava-um-feriado-exit.
           exit.
