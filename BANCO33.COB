       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO33.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CONTRATOS DE SERVICO
      *    Aluguel, seguranca, limpeza, software e locacao de
      *    equipamento tem inicio, fim e reajuste anual por IGP-M
      *    ou IPCA - e o BANCOMR so repetia o valor do ano passado.
      *    <1> Cadastro do contrato por fornecedor (CONTSERV.DAT,
      *    ver CTSVMAST): objeto, valor mensal, vigencia, indice e
      *    mes do reajuste, aviso previo. <2> Tabela dos indices
      *    publicados, mes a mes (INDICE.DAT, ver INDCMAST).
      *    <3> Reajuste de aniversario: acumula os 12 meses do
      *    indice anteriores ao mes do reajuste, mostra o valor
      *    novo e, aprovado pelo supervisor, grava no contrato e
      *    passa os titulos em aberto do contrato (favorecido e
      *    valor antigo, vencimento a partir do mes do reajuste)
      *    ao valor novo, com o "antes" em HIST.DAT; o BANCOMR
      *    gera os meses seguintes ja com ele. <4> Contratos que
      *    vencem nos proximos 90 dias (e os vencidos ainda
      *    ativos), com o prazo de aviso - tela + BANCO33.TXT.
      *    <5> Lista todos os contratos da empresa. Menu
      *    principal, opcao 54.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTSERV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-NUM
                  FILE STATUS IS FS-CTS.
           SELECT INDICE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IND-CHAVE
                  FILE STATUS IS FS-IND.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT TRAVA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TRAVA.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CTSVMAST.

       COPY INDCMAST.

       COPY FORNMAST.

       COPY BCOMAST.

       COPY HISTMAST.

       COPY TRAVMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO33.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao-----------------------------------------*
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-CTS                PIC XX.
       77 FS-IND                PIC XX.
       77 FS-FORN               PIC XX.
       77 FS                    PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-TRAVA              PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-OPER-NIVEL         PIC 9 VALUE ZEROS.
       77 WS-OPERACAO           PIC X VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CODIGO            PIC 9(04) VALUE ZEROS.
       77 WS-PROX-CTS          PIC 9(04) VALUE ZEROS.
       77 WS-NOVO              PIC X VALUE "N".
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-PCT        PIC ---9,9999 VALUE ZEROS.
       77 WS-HOJE-AMD          PIC 9(08) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----datas digitadas DD/MM/AAAA e a mesma data AAAAMMDD----------*
       01 WS-DATA-E.
           03 DIA-E             PIC 99.
           03 MES-E             PIC 99.
           03 ANO-E             PIC 9(04).
       01 WS-AMD-BUF            PIC 9(08).
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 ANO-AB            PIC 9(04).
           03 MES-AB            PIC 99.
           03 DIA-AB            PIC 99.
       77 WS-INICIO-AM          PIC 9(06) VALUE ZEROS.
       77 WS-FIM-AM             PIC 9(06) VALUE ZEROS.

      *-----tabela de indices: um ano de um indice na tela--------------*
       77 WS-IND-TIPO           PIC X VALUE SPACES.
       88 WS-IND-TIPO-OK        VALUE "G" "I".
       77 WS-IND-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-IND-MES            PIC 99 VALUE ZEROS.
       77 WS-IND-PCT            PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-IX                 PIC 99 VALUE ZEROS.

      *-----reajuste de aniversario------------------------------------*
       77 WS-REF-MES            PIC 99 VALUE ZEROS.
       77 WS-REF-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-REF-AM             PIC 9(06) VALUE ZEROS.
       77 WS-AC-MES             PIC 99 VALUE ZEROS.
       77 WS-AC-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-FATOR              PIC 9(03)V9(09) VALUE ZEROS.
       77 WS-PCT-ACUM           PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-VALOR-NOVO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-FALTA-INDICE       PIC X VALUE "N".
       88 FALTA-INDICE-88       VALUE "S".
       77 WS-QTDE-REAJ          PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-CAND          PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-TIT           PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-TIT-TRAVA     PIC 9(04) VALUE ZEROS.
       77 WS-VCTO-AM            PIC 9(06) VALUE ZEROS.
       77 WS-TRAVA-AM           PIC 9(06) VALUE ZEROS.
       77 WS-TESTA-AM           PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-FECHADO    PIC X VALUE "N".
       88 PERIODO-FECHADO-88    VALUE "S".

      *-----vencimentos: dias corridos pelo numero juliano-------------*
       77 WS-LISTA-TODOS        PIC X VALUE "N".
       88 LISTA-TODOS-88        VALUE "S".
       77 WS-JUL-HOJE           PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-RESTAM        PIC S9(07) VALUE ZEROS.
       77 WS-QTDE-LISTA         PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-AVISO         PIC 9(04) VALUE ZEROS.
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
      *-----tabela de dias acumulados antes de cada mes (ano normal)---*
       01 WS-TAB-MES-INIC.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01 WS-TAB-MES REDEFINES WS-TAB-MES-INIC.
           02 WS-TAB-MES-V      PIC 9(03) OCCURS 12 TIMES.

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 TIT-DET          PIC X(44).
           02 F PIC X(06) VALUE "Em   ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).

       01 LINHA-CABEC.
           02 F PIC X(40) VALUE
              "  Num. Favorecido           Fim         ".
           02 F PIC X(40) VALUE
              "Dias Avis       Mensal R$ Situacao     ".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 NUM-DET          PIC 9(04).
           02 f pic x(01) value spaces.
           02 NOME-DET         PIC X(20).
           02 f pic x(01) value spaces.
           02 DIA-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-DET          PIC 9(04).
           02 f pic x(01) value spaces.
           02 DIAS-DET         PIC ----9.
           02 f pic x(01) value spaces.
           02 AVISO-DET        PIC ZZ9.
           02 f pic x(01) value spaces.
           02 VALOR-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 SITU-DET         PIC X(13).

       01 LINHA-DET2.
           02 F PIC X(07) VALUE SPACES.
           02 OBJETO-DET       PIC X(30).
           02 F PIC X(08) VALUE " Indice ".
           02 INDICE-DET       PIC X(05).
           02 F PIC X(11) VALUE " reaj. mes ".
           02 MES-REAJ-DET     PIC 99.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO33" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Contratos de Servico " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Cadastro de Contrato".
           02 LINE 06 COLUMN 04 VALUE "<2> Tabela de Indices".
           02 LINE 07 COLUMN 04 VALUE "<3> Reajuste de Aniversario".
           02 LINE 08 COLUMN 04 VALUE "<4> Vencendo em 90 Dias".
           02 LINE 09 COLUMN 04 VALUE "<5> Listar Contratos".
           02 LINE 10 COLUMN 04 VALUE "<0> Sair".
           02 LINE 12 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-CONTRATO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO33" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Cadastro de Contrato ".
           02 LINE 04 COLUMN 04 VALUE "Contrato No........=".
           02 LINE 04 COLUMN 32 VALUE "<0> = novo".
           02 LINE 05 COLUMN 04 VALUE "Fornecedor.........=".
           02 LINE 06 COLUMN 04 VALUE "Objeto.............=".
           02 LINE 07 COLUMN 04 VALUE "Conta..............=".
           02 LINE 08 COLUMN 04 VALUE "Dia do Vencimento..=".
           02 LINE 09 COLUMN 04 VALUE "Valor Mensal R$....=".
           02 LINE 10 COLUMN 04 VALUE "Inicio.............=   /  /".
           02 LINE 11 COLUMN 04 VALUE "Fim................=   /  /".
           02 LINE 12 COLUMN 04 VALUE "Aviso Previo (dias)=".
           02 LINE 13 COLUMN 04 VALUE "Indice.............=".
           02 LINE 13 COLUMN 30 VALUE "G-IGP-M I-IPCA N-sem reajuste".
           02 LINE 14 COLUMN 04 VALUE "Mes do Reajuste....=".
           02 LINE 15 COLUMN 04 VALUE "Situacao...........=".
           02 LINE 15 COLUMN 30 VALUE "A-ativo E-encerrado".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O CONTSERV.
           IF FS-CTS = "30" OR FS-CTS = "35"
               CLOSE CONTSERV
               OPEN OUTPUT CONTSERV
               CLOSE CONTSERV
               OPEN I-O CONTSERV.
           OPEN I-O INDICE.
           IF FS-IND = "30" OR FS-IND = "35"
               CLOSE INDICE
               OPEN OUTPUT INDICE
               CLOSE INDICE
               OPEN I-O INDICE.
           PERFORM P-DATA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (12 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-CADASTRO THRU P-CADASTRO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-INDICES THRU P-INDICES-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-REAJUSTE THRU P-REAJUSTE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               MOVE "N" TO WS-LISTA-TODOS
               PERFORM P-VENCENDO THRU P-VENCENDO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               MOVE "S" TO WS-LISTA-TODOS
               PERFORM P-VENCENDO THRU P-VENCENDO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Cadastro: numero 0 abre contrato novo (maior + 1); numero
      * existente da empresa da sessao abre p/ alteracao.
       P-CADASTRO.
           DISPLAY TELA-CONTRATO.
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT (04 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               PERFORM P-PROXIMO-CTS THRU P-PROXIMO-CTS-FIM
               MOVE "S" TO WS-NOVO
               PERFORM P-LIMPA-CONTRATO
               MOVE WS-PROX-CTS TO CTS-NUM
           ELSE
               MOVE "N" TO WS-NOVO
               MOVE WS-CODIGO TO CTS-NUM
               READ CONTSERV
                   INVALID KEY
                       DISPLAY (22 04) "!! CONTRATO NAO CADASTRADO !!"
                       ACCEPT WS-P
                       GO TO P-CADASTRO-FIM
               END-READ
               IF CTS-EMPRESA NOT = WS-EMPRESA-ATUAL
                   DISPLAY (22 04) "!! CONTRATO DE OUTRA EMPRESA !!"
                   ACCEPT WS-P
                   GO TO P-CADASTRO-FIM.
           DISPLAY (04 25) CTS-NUM.
       P-CADASTRO-FORN.
           ACCEPT (05 25) CTS-FORN-COD WITH PROMPT UPDATE AUTO-SKIP.
           IF CTS-FORN-COD = ZEROS
               GO TO P-CADASTRO-FIM.
           OPEN INPUT FORN.
           MOVE CTS-FORN-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE SPACES TO FORN-NOME.
           CLOSE FORN.
           IF FORN-NOME = SPACES
               DISPLAY (22 04) "!! FORNECEDOR NAO CADASTRADO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-FORN.
           MOVE FORN-NOME TO CTS-FAVOR.
           DISPLAY (05 30) CTS-FAVOR.
           ACCEPT (06 25) CTS-OBJETO WITH PROMPT UPDATE.
           ACCEPT (07 25) CTS-CONTA WITH PROMPT UPDATE.
       P-CADASTRO-DIA.
           ACCEPT (08 25) CTS-DIA-VCTO WITH PROMPT UPDATE AUTO-SKIP.
           IF CTS-DIA-VCTO = ZEROS OR CTS-DIA-VCTO > 31
               DISPLAY (22 04) "!! DIA DE VENCIMENTO INVALIDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-DIA.
           ACCEPT (09 25) CTS-VALOR WITH PROMPT UPDATE AUTO-SKIP.
           IF CTS-VALOR = ZEROS
               GO TO P-CADASTRO-FIM.
       P-CADASTRO-INICIO.
           MOVE CTS-INICIO TO WS-AMD-BUF.
           PERFORM P-AMD-P-DMA.
           ACCEPT (10 25) DIA-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (10 28) MES-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (10 31) ANO-E WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-E = ZEROS OR DIA-E > 31
                   OR MES-E = ZEROS OR MES-E > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-INICIO.
           COMPUTE CTS-INICIO = ANO-E * 10000 + MES-E * 100 + DIA-E.
           IF WS-NOVO = "S"
               MOVE MES-E TO CTS-MES-REAJ.
       P-CADASTRO-FIM-VIG.
           MOVE CTS-FIM TO WS-AMD-BUF.
           PERFORM P-AMD-P-DMA.
           ACCEPT (11 25) DIA-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (11 28) MES-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (11 31) ANO-E WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-E = ZEROS OR DIA-E > 31
                   OR MES-E = ZEROS OR MES-E > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-FIM-VIG.
           COMPUTE CTS-FIM = ANO-E * 10000 + MES-E * 100 + DIA-E.
           IF CTS-FIM NOT > CTS-INICIO
               DISPLAY (22 04) "!! FIM ANTES DO INICIO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-FIM-VIG.
           ACCEPT (12 25) CTS-AVISO-DIAS WITH PROMPT UPDATE AUTO-SKIP.
       P-CADASTRO-INDICE.
           ACCEPT (13 25) CTS-INDICE WITH PROMPT UPDATE AUTO-SKIP.
           IF CTS-INDICE = "g" MOVE "G" TO CTS-INDICE.
           IF CTS-INDICE = "i" MOVE "I" TO CTS-INDICE.
           IF CTS-INDICE = "n" MOVE "N" TO CTS-INDICE.
           IF NOT CTS-INDICE-OK
               DISPLAY (22 04) "!! INDICE: G, I OU N !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-INDICE.
           IF CTS-SEM-REAJ
               MOVE ZEROS TO CTS-MES-REAJ
               DISPLAY (14 25) CTS-MES-REAJ
               GO TO P-CADASTRO-SITUACAO.
       P-CADASTRO-MES.
           ACCEPT (14 25) CTS-MES-REAJ WITH PROMPT UPDATE AUTO-SKIP.
           IF CTS-MES-REAJ = ZEROS OR CTS-MES-REAJ > 12
               DISPLAY (22 04) "!! MES DO REAJUSTE INVALIDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-MES.
       P-CADASTRO-SITUACAO.
           IF WS-NOVO = "S"
               DISPLAY (15 25) CTS-SITUACAO
               GO TO P-CADASTRO-GRAVA.
           ACCEPT (15 25) CTS-SITUACAO WITH PROMPT UPDATE AUTO-SKIP.
           IF CTS-SITUACAO = "a" MOVE "A" TO CTS-SITUACAO.
           IF CTS-SITUACAO = "e" MOVE "E" TO CTS-SITUACAO.
           IF NOT CTS-ATIVO AND NOT CTS-ENCERRADO
               DISPLAY (22 04) "!! SITUACAO: A OU E !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-SITUACAO.
       P-CADASTRO-GRAVA.
           IF CTS-ULT-REAJ NOT = ZEROS
               MOVE CTS-VALOR-ANT TO WS-MOSTRA-VALOR
               MOVE CTS-PCT-REAJ TO WS-MOSTRA-PCT
               DISPLAY (17 04) "Ultimo reajuste " CTS-ULT-REAJ
                   ": de R$ " WS-MOSTRA-VALOR " (" WS-MOSTRA-PCT
                   "%)".
           DISPLAY (19 04) "Grava o contrato < S/N >? ".
           ACCEPT (19 31) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-CADASTRO-FIM.
           IF WS-NOVO NOT = "S"
               REWRITE REG-CONTSERV
               GO TO P-CADASTRO-GRAVADO.
           WRITE REG-CONTSERV
               INVALID KEY
                   DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
                   ACCEPT WS-P
                   GO TO P-CADASTRO-FIM.
       P-CADASTRO-GRAVADO.
           DISPLAY (20 04) "Contrato " CTS-NUM " gravado.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CADASTRO-FIM.

       P-LIMPA-CONTRATO.
           MOVE SPACES TO REG-CONTSERV.
           MOVE WS-EMPRESA-ATUAL TO CTS-EMPRESA.
           MOVE ZEROS TO CTS-FORN-COD.
           MOVE SPACES TO CTS-FAVOR.
           MOVE SPACES TO CTS-OBJETO.
           MOVE SPACES TO CTS-CONTA.
           MOVE ZEROS TO CTS-DIA-VCTO.
           MOVE ZEROS TO CTS-VALOR.
           MOVE WS-HOJE-AMD TO CTS-INICIO.
           MOVE ZEROS TO CTS-FIM.
           MOVE 30 TO CTS-AVISO-DIAS.
           MOVE "G" TO CTS-INDICE.
           MOVE ZEROS TO CTS-MES-REAJ.
           MOVE ZEROS TO CTS-ULT-REAJ.
           MOVE ZEROS TO CTS-VALOR-ANT.
           MOVE ZEROS TO CTS-PCT-REAJ.
           MOVE ZEROS TO CTS-OPER-REAJ.
           MOVE "A" TO CTS-SITUACAO.

      *-----data AAAAMMDD (WS-AMD-BUF) p/ DD/MM/AAAA na tela------------*
       P-AMD-P-DMA.
           MOVE DIA-AB TO DIA-E.
           MOVE MES-AB TO MES-E.
           MOVE ANO-AB TO ANO-E.

      *-----proximo numero de contrato = maior + 1----------------------*
       P-PROXIMO-CTS.
           MOVE ZEROS TO WS-PROX-CTS.
           MOVE ZEROS TO CTS-NUM.
           START CONTSERV KEY IS NOT LESS THAN CTS-NUM
               INVALID KEY
                   GO TO P-PROXIMO-CTS-CALC.
       P-PROXIMO-CTS-LER.
           READ CONTSERV NEXT RECORD
               AT END
                   GO TO P-PROXIMO-CTS-CALC.
           MOVE CTS-NUM TO WS-PROX-CTS.
           GO TO P-PROXIMO-CTS-LER.
       P-PROXIMO-CTS-CALC.
           ADD 1 TO WS-PROX-CTS.
       P-PROXIMO-CTS-FIM.

      *-----------------------------------------*
      * Tabela de indices: escolhe o indice e o ano, mostra os 12
      * meses e deixa digitar/corrigir a variacao de um mes de cada
      * vez (mes 0 volta).
       P-INDICES.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO33".
           DISPLAY (02 20) " Tabela de Indices ".
           DISPLAY (04 04) "Indice <G>IGP-M <I>IPCA =".
           MOVE "G" TO WS-IND-TIPO.
           ACCEPT (04 30) WS-IND-TIPO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-IND-TIPO = "g" MOVE "G" TO WS-IND-TIPO.
           IF WS-IND-TIPO = "i" MOVE "I" TO WS-IND-TIPO.
           IF NOT WS-IND-TIPO-OK
               GO TO P-INDICES-FIM.
           DISPLAY (05 04) "Ano....................=".
           MOVE ANO TO WS-IND-ANO.
           ACCEPT (05 30) WS-IND-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-IND-ANO = ZEROS
               GO TO P-INDICES-FIM.
       P-INDICES-MOSTRA.
           DISPLAY (07 04) "Mes   Variacao %".
           MOVE ZEROS TO WS-IX.
       P-INDICES-MOSTRA-MES.
           ADD 1 TO WS-IX.
           IF WS-IX > 12
               GO TO P-INDICES-PEDE.
           COMPUTE LIN = 7 + WS-IX.
           MOVE WS-IND-TIPO TO IND-TIPO.
           MOVE WS-IND-ANO TO IND-ANO.
           MOVE WS-IX TO IND-MES.
           READ INDICE
               INVALID KEY
                   DISPLAY (LIN, 05) WS-IX "    --  nao digitado --"
                   GO TO P-INDICES-MOSTRA-MES.
           MOVE IND-PCT TO WS-MOSTRA-PCT.
           DISPLAY (LIN, 05) WS-IX "    " WS-MOSTRA-PCT
               "              ".
           GO TO P-INDICES-MOSTRA-MES.
       P-INDICES-PEDE.
           DISPLAY (21 04) "Mes (0 = volta).=    Variacao %.=".
           MOVE ZEROS TO WS-IND-MES.
           ACCEPT (21 21) WS-IND-MES WITH PROMPT AUTO-SKIP.
           IF WS-IND-MES = ZEROS
               GO TO P-INDICES-FIM.
           IF WS-IND-MES > 12
               GO TO P-INDICES-PEDE.
           MOVE WS-IND-TIPO TO IND-TIPO.
           MOVE WS-IND-ANO TO IND-ANO.
           MOVE WS-IND-MES TO IND-MES.
           MOVE "S" TO WS-NOVO.
           MOVE ZEROS TO WS-IND-PCT.
           READ INDICE
               INVALID KEY
                   MOVE "S" TO WS-NOVO
               NOT INVALID KEY
                   MOVE "N" TO WS-NOVO
                   MOVE IND-PCT TO WS-IND-PCT
           END-READ.
           ACCEPT (21 38) WS-IND-PCT WITH PROMPT UPDATE.
           MOVE WS-IND-PCT TO IND-PCT.
           MOVE WS-HOJE-AMD TO IND-DATA-LANC.
           MOVE WS-OPER-ATUAL TO IND-OPER.
           IF WS-NOVO NOT = "S"
               REWRITE REG-INDICE
               GO TO P-INDICES-GRAVADO.
           WRITE REG-INDICE
               INVALID KEY
                   REWRITE REG-INDICE.
       P-INDICES-GRAVADO.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-INDICES-MOSTRA.
       P-INDICES-FIM.

      *-----------------------------------------*
      * Reajuste de aniversario do mes de referencia: contrato
      * ativo da empresa, com indice, cujo mes de reajuste e o da
      * referencia, com pelo menos um ano de vigencia ate ela,
      * ainda vigente e ainda nao reajustado nesta referencia.
       P-REAJUSTE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO33".
           DISPLAY (02 20) " Reajuste de Aniversario ".
           DISPLAY (04 04) "Mes/Ano do reajuste.=   /".
           MOVE MES TO WS-REF-MES.
           MOVE ANO TO WS-REF-ANO.
           ACCEPT (04 25) WS-REF-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 28) WS-REF-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-REF-MES = ZEROS OR WS-REF-MES > 12
               GO TO P-REAJUSTE-FIM.
           COMPUTE WS-REF-AM = WS-REF-ANO * 100 + WS-REF-MES.
           IF WS-OPER-NIVEL NOT = 2
               DISPLAY (05 04)
                   "So o supervisor aprova - aqui e so simulacao.".
           PERFORM P-LE-TRAVA.
           MOVE ZEROS TO WS-QTDE-CAND.
           MOVE ZEROS TO WS-QTDE-REAJ.
           MOVE ZEROS TO CTS-NUM.
           START CONTSERV KEY IS NOT LESS THAN CTS-NUM
               INVALID KEY
                   GO TO P-REAJUSTE-RESUMO.
       P-REAJUSTE-LER.
           READ CONTSERV NEXT RECORD
               AT END
                   GO TO P-REAJUSTE-RESUMO.
           IF CTS-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-REAJUSTE-LER.
           IF NOT CTS-ATIVO OR CTS-SEM-REAJ
               GO TO P-REAJUSTE-LER.
           IF CTS-MES-REAJ NOT = WS-REF-MES
               GO TO P-REAJUSTE-LER.
           IF CTS-ULT-REAJ NOT < WS-REF-AM
               GO TO P-REAJUSTE-LER.
           DIVIDE CTS-INICIO BY 100 GIVING WS-INICIO-AM.
           DIVIDE CTS-FIM BY 100 GIVING WS-FIM-AM.
           IF WS-INICIO-AM + 100 > WS-REF-AM
               GO TO P-REAJUSTE-LER.
           IF WS-FIM-AM < WS-REF-AM
               GO TO P-REAJUSTE-LER.
           ADD 1 TO WS-QTDE-CAND.
           PERFORM P-REAJ-CONTRATO THRU P-REAJ-CONTRATO-FIM.
           GO TO P-REAJUSTE-LER.
       P-REAJUSTE-RESUMO.
           DISPLAY (01 01) ERASE.
           DISPLAY (04 04) WS-QTDE-CAND
               " contrato(s) no aniversario, " WS-QTDE-REAJ
               " reajustado(s).".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-REAJUSTE-FIM.

      *-----------------------------------------*
      * Um contrato: acumula os 12 meses do indice anteriores ao
      * mes do reajuste, mostra o valor novo e pede a aprovacao.
      * Acumulado negativo nao reduz a mensalidade (valor mantido,
      * mas o aniversario fica registrado).
       P-REAJ-CONTRATO.
           DISPLAY (06 01) ERASE.
           DISPLAY (07 04) "Contrato " CTS-NUM "  " CTS-FAVOR.
           DISPLAY (08 04) "Objeto " CTS-OBJETO.
           PERFORM P-ACUMULA-INDICE THRU P-ACUMULA-INDICE-FIM.
           IF FALTA-INDICE-88
               DISPLAY (10 04) "!! FALTA O INDICE DE " WS-AC-MES "/"
                   WS-AC-ANO " NA TABELA (opcao 2) - PULADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-REAJ-CONTRATO-FIM.
           COMPUTE WS-PCT-ACUM ROUNDED = ( WS-FATOR - 1 ) * 100.
           IF WS-FATOR < 1
               MOVE CTS-VALOR TO WS-VALOR-NOVO
           ELSE
               COMPUTE WS-VALOR-NOVO ROUNDED = CTS-VALOR * WS-FATOR.
           IF CTS-IGPM
               DISPLAY (09 04) "Indice IGP-M acumulado 12 meses: "
           ELSE
               DISPLAY (09 04) "Indice IPCA acumulado 12 meses.: ".
           MOVE WS-PCT-ACUM TO WS-MOSTRA-PCT.
           DISPLAY (09 37) WS-MOSTRA-PCT " %".
           MOVE CTS-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (11 04) "Mensal atual.......R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-NOVO TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Mensal reajustado..R$ " WS-MOSTRA-VALOR.
           IF WS-FATOR < 1
               DISPLAY (13 04) "Acumulado negativo - valor mantido.".
           IF WS-OPER-NIVEL NOT = 2
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-REAJ-CONTRATO-FIM.
           DISPLAY (15 04) "Aprova o reajuste < S/N >? ".
           ACCEPT (15 32) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-REAJ-CONTRATO-FIM.
           MOVE CTS-VALOR TO CTS-VALOR-ANT.
           MOVE WS-VALOR-NOVO TO CTS-VALOR.
           MOVE WS-REF-AM TO CTS-ULT-REAJ.
           MOVE WS-PCT-ACUM TO CTS-PCT-REAJ.
           MOVE WS-OPER-ATUAL TO CTS-OPER-REAJ.
           REWRITE REG-CONTSERV.
           ADD 1 TO WS-QTDE-REAJ.
           MOVE ZEROS TO WS-QTDE-TIT.
           MOVE ZEROS TO WS-QTDE-TIT-TRAVA.
           IF CTS-VALOR NOT = CTS-VALOR-ANT
               PERFORM P-APLICA-TITULOS THRU P-APLICA-TITULOS-FIM.
           DISPLAY (17 04) WS-QTDE-TIT
               " titulo(s) em aberto passado(s) ao valor novo.".
           IF WS-QTDE-TIT-TRAVA NOT = ZEROS
               DISPLAY (18 04) WS-QTDE-TIT-TRAVA
                   " titulo(s) em mes fechado (BANCO65) - mantidos.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-REAJ-CONTRATO-FIM.

      *-----fator acumulado: 12 meses terminando no mes anterior------*
      *-----ao do reajuste; mes sem indice acende FALTA-INDICE-88------*
       P-ACUMULA-INDICE.
           MOVE "N" TO WS-FALTA-INDICE.
           MOVE 1 TO WS-FATOR.
           MOVE WS-REF-MES TO WS-AC-MES.
           COMPUTE WS-AC-ANO = WS-REF-ANO - 1.
           MOVE ZEROS TO WS-IX.
       P-ACUMULA-INDICE-MES.
           ADD 1 TO WS-IX.
           IF WS-IX > 12
               GO TO P-ACUMULA-INDICE-FIM.
           MOVE CTS-INDICE TO IND-TIPO.
           MOVE WS-AC-ANO TO IND-ANO.
           MOVE WS-AC-MES TO IND-MES.
           READ INDICE
               INVALID KEY
                   MOVE "S" TO WS-FALTA-INDICE
                   GO TO P-ACUMULA-INDICE-FIM.
           COMPUTE WS-FATOR ROUNDED =
               WS-FATOR * ( 1 + IND-PCT / 100 ).
           ADD 1 TO WS-AC-MES.
           IF WS-AC-MES > 12
               MOVE 1 TO WS-AC-MES
               ADD 1 TO WS-AC-ANO.
           GO TO P-ACUMULA-INDICE-MES.
       P-ACUMULA-INDICE-FIM.

      *-----------------------------------------*
      * Titulos em aberto do contrato passam ao valor novo: mesmo
      * favorecido, valor = mensal antigo, nao confirmado nem
      * cancelado, vencimento a partir do mes do reajuste. Mes ja
      * fechado (BANCO65) nao e tocado.
       P-APLICA-TITULOS.
           OPEN I-O BANCO.
           OPEN EXTEND HIST.
           IF FS-HIST = "30"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           MOVE CTS-FAVOR TO DESCRI-CHE.
           START BANCO KEY IS NOT LESS THAN DESCRI-CHE
               INVALID KEY
                   GO TO P-APLICA-TITULOS-FECHA.
       P-APLICA-TITULOS-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-APLICA-TITULOS-FECHA.
           IF DESCRI-CHE NOT = CTS-FAVOR
               GO TO P-APLICA-TITULOS-FECHA.
           IF DATA-CONF NOT = ZEROS
               GO TO P-APLICA-TITULOS-LER.
           IF CHE-CANCELADO OR CHE-ESTORNO
               GO TO P-APLICA-TITULOS-LER.
           IF VALOR-CHE NOT = CTS-VALOR-ANT
               GO TO P-APLICA-TITULOS-LER.
           COMPUTE WS-VCTO-AM = ANO-CHE * 100 + MES-CHE.
           IF WS-VCTO-AM < WS-REF-AM
               GO TO P-APLICA-TITULOS-LER.
           MOVE WS-VCTO-AM TO WS-TESTA-AM.
           PERFORM P-TESTA-TRAVA.
           IF PERIODO-FECHADO-88
               ADD 1 TO WS-QTDE-TIT-TRAVA
               GO TO P-APLICA-TITULOS-LER.
           MOVE "R" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           MOVE CTS-VALOR TO VALOR-CHE.
           PERFORM P-REWRITE-BCO.
           ADD 1 TO WS-QTDE-TIT.
           GO TO P-APLICA-TITULOS-LER.
       P-APLICA-TITULOS-FECHA.
           CLOSE BANCO HIST.
       P-APLICA-TITULOS-FIM.

      *-----------------------------------------*
      * Vencimentos: contratos ativos da empresa com fim nos
      * proximos 90 dias (ou ja vencidos), com o aviso previo -
      * quem ja passou do prazo de aviso sai marcado. Com
      * LISTA-TODOS-88 lista todos os contratos, sem filtro.
       P-VENCENDO.
           DISPLAY (01 01) ERASE.
           MOVE ANO TO WS-CJ-ANO.
           MOVE MES TO WS-CJ-MES.
           MOVE DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JUL-HOJE.
           IF LISTA-TODOS-88
               MOVE "Contratos de Servico" TO TIT-DET
           ELSE
               MOVE "Contratos que Vencem em 90 Dias" TO TIT-DET.
           MOVE DIA TO TIT-DIA.
           MOVE MES TO TIT-MES.
           MOVE ANO TO TIT-ANO.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-CABEC.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (01 01) LINHA-TITULO.
           DISPLAY (02 01) LINHA-CABEC.
           MOVE 3 TO LIN.
           MOVE ZEROS TO WS-QTDE-LISTA.
           MOVE ZEROS TO WS-QTDE-AVISO.
           MOVE ZEROS TO CTS-NUM.
           START CONTSERV KEY IS NOT LESS THAN CTS-NUM
               INVALID KEY
                   GO TO P-VENCENDO-FECHA.
       P-VENCENDO-LER.
           READ CONTSERV NEXT RECORD
               AT END
                   GO TO P-VENCENDO-FECHA.
           IF CTS-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-VENCENDO-LER.
           MOVE CTS-FIM TO WS-AMD-BUF.
           MOVE ANO-AB TO WS-CJ-ANO.
           MOVE MES-AB TO WS-CJ-MES.
           MOVE DIA-AB TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           COMPUTE WS-DIAS-RESTAM = WS-CJ-RESULT - WS-JUL-HOJE.
           IF NOT LISTA-TODOS-88
               IF NOT CTS-ATIVO OR WS-DIAS-RESTAM > 90
                   GO TO P-VENCENDO-LER.
           ADD 1 TO WS-QTDE-LISTA.
           MOVE CTS-NUM TO NUM-DET.
           MOVE CTS-FAVOR TO NOME-DET.
           MOVE DIA-AB TO DIA-DET.
           MOVE MES-AB TO MES-DET.
           MOVE ANO-AB TO ANO-DET.
           MOVE WS-DIAS-RESTAM TO DIAS-DET.
           MOVE CTS-AVISO-DIAS TO AVISO-DET.
           MOVE CTS-VALOR TO VALOR-DET.
           MOVE SPACES TO SITU-DET.
           IF CTS-ENCERRADO
               MOVE "ENCERRADO" TO SITU-DET
           ELSE
               IF WS-DIAS-RESTAM < ZEROS
                   MOVE "VENCIDO" TO SITU-DET
                   ADD 1 TO WS-QTDE-AVISO
               ELSE
                   IF WS-DIAS-RESTAM NOT > CTS-AVISO-DIAS
                       MOVE "AVISO VENCIDO" TO SITU-DET
                       ADD 1 TO WS-QTDE-AVISO.
           MOVE CTS-OBJETO TO OBJETO-DET.
           MOVE SPACES TO INDICE-DET.
           IF CTS-IGPM
               MOVE "IGP-M" TO INDICE-DET.
           IF CTS-IPCA
               MOVE "IPCA" TO INDICE-DET.
           IF CTS-SEM-REAJ
               MOVE "--" TO INDICE-DET.
           MOVE CTS-MES-REAJ TO MES-REAJ-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           WRITE REG-ARQSAID FROM LINHA-DET2.
           DISPLAY (LIN, 01) LINHA-DET.
           ADD 1 TO LIN.
           DISPLAY (LIN, 01) LINHA-DET2.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-VENCENDO-LER.
       P-VENCENDO-FECHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (21 04) WS-QTDE-LISTA " contrato(s), "
               WS-QTDE-AVISO " com prazo de aviso vencido"
               " - ver BANCO33.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-VENCENDO-FIM.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (03 01) ERASE.
           MOVE 3 TO LIN.

      *-----numero juliano (dia corrido no calendario), contando-------*
      *-----anos bissextos, igual ao usado em BANCO09/17----------------*
       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.

       P-GRAVA-HIST.
           MOVE NUM-CHE        TO HIST-NUM-CHE.
           MOVE WS-OPERACAO    TO HIST-OPERACAO.
           MOVE DIA            TO HIST-DIA-MOV.
           MOVE MES            TO HIST-MES-MOV.
           MOVE ANO            TO HIST-ANO-MOV.
           MOVE CONTA-CHE      TO HIST-CONTA-CHE.
           MOVE DESCRI-CHE     TO HIST-DESCRI-CHE.
           MOVE DIA-CHE        TO HIST-DIA-CHE.
           MOVE MES-CHE        TO HIST-MES-CHE.
           MOVE ANO-CHE        TO HIST-ANO-CHE.
           MOVE VALOR-CHE      TO HIST-VALOR-CHE.
           MOVE OBS-CHE        TO HIST-OBS-CHE.
           MOVE INSCR-CHE      TO HIST-INSCR-CHE.
           MOVE RECEBIDO-CHE   TO HIST-RECEBIDO-CHE.
           MOVE DATA-CONF      TO HIST-DATA-CONF.
           MOVE VALOR-PAGO     TO HIST-VALOR-PAGO.
           MOVE MEMO-CHE       TO HIST-MEMO-CHE.
           MOVE CANCEL-CHE     TO HIST-CANCEL-CHE.
           MOVE PIX-E2E-CHE    TO HIST-PIX-E2E-CHE.
           MOVE ZEROS          TO HIST-VALOR-REVERSAO.
           MOVE WS-OPER-ATUAL  TO HIST-OPER-COD.
           MOVE WS-EMPRESA-ATUAL TO HIST-EMPRESA.
           WRITE REG-HIST.

      *-----------------------------------------------------------*
      * BCO.DAT e compartilhado por varios programas/terminais -   *
      * se o registro estiver travado por outra sessao no exato    *
      * instante da gravacao (FS = "51"), avisa e deixa o usuario   *
      * tentar de novo em vez de perder o reajuste do titulo.       *
      *-----------------------------------------------------------*
       P-REWRITE-BCO.
           REWRITE REG-BCO.
           IF FS = "51"
               PERFORM P-BCO-OCUPADO
               GO TO P-REWRITE-BCO.

       P-BCO-OCUPADO.
           DISPLAY (21 04) "!! REGISTRO EM USO POR OUTRO TERMINAL !!".
           DISPLAY (23 04) "Tecle < ENTER > para tentar novamente".
           ACCEPT WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.

      *-----------------------------------------------------------*
      * Trava de periodo (TRAVA.DAT / BANCO65): mes ja entregue   *
      * ao contador nao aceita mais movimento. P-LE-TRAVA carrega *
      * o fechado-ate; P-TESTA-TRAVA recebe ano/mes em            *
      * WS-TESTA-AM (AAAAMM) e acende PERIODO-FECHADO-88 quando   *
      * a data cai dentro do periodo fechado.                     *
      *-----------------------------------------------------------*
       P-LE-TRAVA.
           MOVE ZEROS TO WS-TRAVA-AM.
           OPEN INPUT TRAVA.
           IF FS-TRAVA NOT = "00"
               CLOSE TRAVA
               EXIT PARAGRAPH.
           READ TRAVA NEXT RECORD
               AT END
                   CLOSE TRAVA
                   EXIT PARAGRAPH.
           COMPUTE WS-TRAVA-AM = TRAVA-ANO * 100 + TRAVA-MES.
           CLOSE TRAVA.

       P-TESTA-TRAVA.
           MOVE "N" TO WS-PERIODO-FECHADO.
           IF WS-TRAVA-AM = ZEROS
               EXIT PARAGRAPH.
           IF WS-TESTA-AM NOT > WS-TRAVA-AM
               MOVE "S" TO WS-PERIODO-FECHADO.

       P-FIM.
           CLOSE CONTSERV INDICE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao (SESSAO.DAT): qual movimento abrir, quem *
      * esta logado e o nivel dele (2 = supervisor aprova o        *
      * reajuste).                                                 *
      *-----------------------------------------------------------*
       P-LE-SESSAO.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO NOT = "00"
               CLOSE SESSAO
               EXIT PARAGRAPH.
           READ SESSAO NEXT RECORD
               AT END
                   CLOSE SESSAO
                   EXIT PARAGRAPH.
           IF SESSAO-ARQ-BCO NOT = SPACES
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-NIVEL TO WS-OPER-NIVEL.
           CLOSE SESSAO.

      *-----------------------------------------------------------*
      * Identidade da estacao: TERMINAL.DAT (arquivo local de      *
      * cada micro, gravado uma vez pelo BANCO87) diz o numero     *
      * do terminal; cada estacao abre o SEU SESSAOnn.DAT.         *
      * Sem TERMINAL.DAT, terminal 1 = SESSAO.DAT de sempre.       *
      *-----------------------------------------------------------*
       P-IDENT-TERMINAL.
           OPEN INPUT TERMARQ.
           IF FS-TERM NOT = "00"
               CLOSE TERMARQ
               MOVE 1 TO WS-TERMINAL
           ELSE
               READ TERMARQ
                   AT END
                       MOVE 1 TO WS-TERMINAL
                   NOT AT END
                       MOVE REG-TERMARQ TO WS-TERMINAL
               END-READ
               CLOSE TERMARQ.
           IF WS-TERMINAL = ZEROS OR WS-TERMINAL = 1
               MOVE "SESSAO.DAT" TO WS-ARQ-SESSAO
           ELSE
               MOVE WS-TERMINAL TO WS-ARQ-SESS-COD
               MOVE WS-ARQ-SESS-MONTA TO WS-ARQ-SESSAO.
