       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC26.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    VASILHAME (ENGRADADOS, GARRAFAS, BOTIJOES)
      *    O vasilhame retornavel nao passava pelo ESTOQUE.DAT nem
      *    pelo BCO.DAT, e a fatura de vasilhame da distribuidora
      *    chegava todo mes sem ninguem saber se estava certa.
      *    Aqui ficam os tipos de vasilhame com o valor de caucao
      *    por unidade (VASTIPO.DAT, ver VASTMAST) e o movimento
      *    com fornecedores e clientes (VASMOV.DAT, ver VASMMAST):
      *    o recebido cheio com a mercadoria e o devolvido vazio
      *    entram no recebimento (MERC02) ou digitados aqui, junto
      *    com o cobrado na fatura da distribuidora; no caixa, o
      *    cliente que leva o vasilhame deixa caucao e a recebe de
      *    volta na devolucao - o dinheiro da caucao entra/sai da
      *    gaveta em SANGRIA.DAT (suprimento "U" / devolucao de
      *    caucao "V", que nao vai p/ o cofre) e o fechamento do
      *    BANCO36 ja o conta no esperado. Os saldos
      *    (tela e MERC26.TXT) mostram, por fornecedor e por
      *    cliente, quantos vasilhames de cada tipo estao devidos
      *    ou em maos de clientes e quanto valem; a conferencia
      *    mensal compara o nosso saldo no fim do mes com o extrato
      *    da distribuidora, tipo a tipo, e aponta a diferenca - o
      *    acerto, se houver, e lancado como cobrado (B). Menu de
      *    Estoque (BANCO36, opcao 26).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VASTIPO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAS-COD
                  FILE STATUS IS FS-VAS.
           SELECT VASMOV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VSM-CHAVE
                  FILE STATUS IS FS-VSM.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-CLI.
           SELECT SANGRIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SAN.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY VASTMAST.

       COPY VASMMAST.

       COPY FORNMAST.

       COPY CLIMAST.

       COPY SANGMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC26.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao---------------------------------------*
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-SESSAO             PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS-VAS                PIC XX.
       77 FS-VSM                PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-CLI                PIC XX.
       77 FS-SAN                PIC XX.
       77 FS-ARQ                PIC XX.
      *-----arquivo de relatorios emitidos (RELARQ.DAT / BANCO02)------*
       77 FS-RARQ               PIC XX.
       77 WS-RARQ-QT            PIC 9(05) VALUE ZEROS.
       77 WS-RARQ-FILTRO        PIC X(59) VALUE SPACES.
       01 WS-RARQ-DOS.
           03 WS-RARQ-AA        PIC 99.
           03 WS-RARQ-MM        PIC 99.
           03 WS-RARQ-DD        PIC 99.
       01 WS-RARQ-TIME.
           03 WS-RARQ-HH        PIC 99.
           03 WS-RARQ-MI        PIC 99.
           03 WS-RARQ-SS        PIC 99.
           03 WS-RARQ-CC        PIC 99.
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(60) VALUE SPACES.
       77 WS-OPCAO              PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTDE        PIC -ZZZ.ZZ9 VALUE ZEROS.
      *-----cadastro de fornecedores e clientes disponiveis------------*
       77 WS-TEM-FORN           PIC X VALUE "N".
       77 WS-TEM-CLI            PIC X VALUE "N".

      *-----movimento digitado: parte, tipo, quantidade, valor---------*
       77 WS-NOVO               PIC X VALUE SPACES.
       77 WS-VAS                PIC 9(03) VALUE ZEROS.
       77 WS-FORN               PIC 9(03) VALUE ZEROS.
       77 WS-CLI                PIC 9(04) VALUE ZEROS.
       77 WS-MOV                PIC X VALUE SPACES.
       77 WS-QTDE               PIC 9(05) VALUE ZEROS.
       77 WS-VALOR              PIC 9(07)V99 VALUE ZEROS.
       77 WS-DOC                PIC X(06) VALUE SPACES.
       77 WS-ORIGEM             PIC X VALUE SPACES.
       77 WS-VSM-SEQ            PIC 9(03) VALUE ZEROS.

      *-----saldo de um tipo com uma parte ate uma data (AAAAMMDD)-----*
       77 WS-SD-PARTE           PIC X VALUE SPACES.
       77 WS-SD-COD             PIC 9(04) VALUE ZEROS.
       77 WS-SD-VAS             PIC 9(03) VALUE ZEROS.
       77 WS-SD-ATE             PIC 9(08) VALUE ZEROS.
       77 WS-SALDO-QT           PIC S9(07) VALUE ZEROS.

      *-----quebra do relatorio de saldos: parte + codigo + tipo-------*
       77 WS-QB-TEM             PIC X VALUE "N".
       77 WS-QB-PARTE           PIC X VALUE SPACES.
       77 WS-QB-COD             PIC 9(04) VALUE ZEROS.
       77 WS-QB-VAS             PIC 9(03) VALUE ZEROS.
       77 WS-QB-QT              PIC S9(07) VALUE ZEROS.
       77 WS-QB-VALOR           PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-FORN-QT        PIC S9(07) VALUE ZEROS.
       77 WS-TOT-FORN-VALOR     PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-CLI-QT         PIC S9(07) VALUE ZEROS.
       77 WS-TOT-CLI-VALOR      PIC S9(09)V99 VALUE ZEROS.

      *-----conferencia mensal com o extrato da distribuidora----------*
       77 WS-CF-MES             PIC 99 VALUE ZEROS.
       77 WS-CF-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-EXTRATO            PIC 9(05) VALUE ZEROS.
       77 WS-DIF                PIC S9(07) VALUE ZEROS.
       77 WS-DIF-VALOR          PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-DIF-VALOR      PIC S9(09)V99 VALUE ZEROS.
       77 WS-QT-DIVERG          PIC 9(03) VALUE ZEROS.
       01 WS-FILTRO-CONF.
           03 FILLER            PIC X(12) VALUE "Fornecedor ".
           03 WS-FC-FORN        PIC 9(03).
           03 FILLER            PIC X(05) VALUE " mes ".
           03 WS-FC-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-FC-ANO         PIC 9(04).
           03 FILLER            PIC X(32) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-HOJE-AMD REDEFINES WS-DATA PIC 9(08).

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(24) VALUE "Saldos de Vasilhame em ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-CAB.
           02 F PIC X(20) VALUE "  Parte  Cod Nome   ".
           02 F PIC X(20) VALUE "             Tipo De".
           02 F PIC X(20) VALUE "scricao         Qtde".
           02 F PIC X(16) VALUE "        Valor R$".
       01 LINHA-DET.
           02 F PIC X(02) VALUE SPACES.
           02 PARTE-DET        PIC X(05).
           02 F PIC X(01) VALUE SPACES.
           02 COD-DET          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-DET         PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 VAS-DET          PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(15).
           02 F PIC X(01) VALUE SPACES.
           02 QTDE-DET         PIC -ZZZ.ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-DET        PIC Z.ZZZ.ZZ9,99-.
       01 LINHA-SOMA.
           02 SOMA-ROT         PIC X(30).
           02 F PIC X(24) VALUE SPACES.
           02 SOMA-QTDE        PIC -ZZZ.ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 SOMA-VALOR       PIC ZZ.ZZZ.ZZ9,99-.
       01 LINHA-TIT-CONF.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(24) VALUE "Conferencia de Vasilhame".
           02 F PIC X(03) VALUE " - ".
           02 CONF-FORN        PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 CONF-NOME        PIC X(20).
           02 F PIC X(05) VALUE " mes ".
           02 CONF-MES         PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CONF-ANO         PIC 9(04).
       01 LINHA-CAB-CONF.
           02 F PIC X(20) VALUE "  Tipo Descricao    ".
           02 F PIC X(20) VALUE "        Nosso Saldo ".
           02 F PIC X(20) VALUE "  Extrato Diferenca ".
           02 F PIC X(16) VALUE "      Valor R$".
       01 LINHA-CONF.
           02 F PIC X(02) VALUE SPACES.
           02 CF-VAS           PIC 9(03).
           02 F PIC X(02) VALUE SPACES.
           02 CF-DESCR         PIC X(20).
           02 F PIC X(05) VALUE SPACES.
           02 CF-SALDO         PIC -ZZZ.ZZ9.
           02 F PIC X(03) VALUE SPACES.
           02 CF-EXTRATO       PIC ZZ.ZZ9.
           02 F PIC X(02) VALUE SPACES.
           02 CF-DIF           PIC -ZZZ.ZZ9.
           02 F PIC X(02) VALUE SPACES.
           02 CF-VALOR         PIC Z.ZZZ.ZZ9,99-.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC26" BLINK.
           02 LINE 02 COLUMN 24 VALUE " Vasilhame " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Tipos de Vasilhame".
           02 LINE 06 COLUMN 04 VALUE
               "<2> Movimento com Fornecedor".
           02 LINE 07 COLUMN 04 VALUE
               "<3> Caucao de Cliente (Caixa)".
           02 LINE 08 COLUMN 04 VALUE
               "<4> Saldos (Fornecedores/Clientes)".
           02 LINE 09 COLUMN 04 VALUE
               "<5> Conferencia Mensal c/ Extrato".
           02 LINE 10 COLUMN 04 VALUE "<0> Sair".
           02 LINE 12 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O VASTIPO.
           IF FS-VAS = "30" OR FS-VAS = "35"
               CLOSE VASTIPO
               OPEN OUTPUT VASTIPO
               CLOSE VASTIPO
               OPEN I-O VASTIPO.
           OPEN I-O VASMOV.
           IF FS-VSM = "30" OR FS-VSM = "35"
               CLOSE VASMOV
               OPEN OUTPUT VASMOV
               CLOSE VASMOV
               OPEN I-O VASMOV.
      *     sem FORN.DAT nao ha movimento com fornecedor; sem
      *     CLIENTE.DAT o caixa so atende o cliente avulso
           OPEN INPUT FORN.
           IF FS-FORN = "00"
               MOVE "S" TO WS-TEM-FORN.
           OPEN INPUT CLIENTE.
           IF FS-CLI = "00"
               MOVE "S" TO WS-TEM-CLI.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (12 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-TIPOS THRU P-TIPOS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-FORNEC THRU P-FORNEC-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-CAUCAO THRU P-CAUCAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-SALDOS THRU P-SALDOS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-CONFERE THRU P-CONFERE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Cadastro dos tipos: inclui ou altera pelo codigo. A caucao
      * nova vale dali em diante - o movimento ja gravado guarda
      * o valor da data dele. Tipo inativo nao aceita movimento
      * novo, mas o saldo que ficou continua nos relatorios.
       P-TIPOS.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC26".
           DISPLAY (02 24) " Vasilhame ".
           DISPLAY (05 04) "Tipo (0=Retorna)...=".
           MOVE ZEROS TO WS-VAS.
           ACCEPT (05 25) WS-VAS WITH PROMPT AUTO-SKIP.
           IF WS-VAS = ZEROS
               GO TO P-TIPOS-FIM.
           MOVE WS-VAS TO VAS-COD.
           MOVE "N" TO WS-NOVO.
           READ VASTIPO
               INVALID KEY
                   MOVE "S" TO WS-NOVO
                   MOVE SPACES TO VAS-DESCR
                   MOVE ZEROS TO VAS-CAUCAO
                   MOVE "A" TO VAS-SITUACAO.
           IF WS-NOVO = "S"
               DISPLAY (05 30) "(tipo novo)".
           DISPLAY (06 04) "Descricao..........=".
           ACCEPT (06 25) VAS-DESCR WITH PROMPT UPDATE.
           IF VAS-DESCR = SPACES
               GO TO P-TIPOS.
           DISPLAY (07 04) "Caucao Unit. R$....=".
           ACCEPT (07 25) VAS-CAUCAO WITH PROMPT UPDATE.
       P-TIPOS-SIT.
           DISPLAY (08 04) "Situacao <A/I>.....=".
           ACCEPT (08 25) VAS-SITUACAO WITH PROMPT UPDATE AUTO-SKIP.
           IF VAS-SITUACAO = "a" MOVE "A" TO VAS-SITUACAO.
           IF VAS-SITUACAO = "i" MOVE "I" TO VAS-SITUACAO.
           IF NOT VAS-ATIVO AND NOT VAS-INATIVO
               GO TO P-TIPOS-SIT.
           DISPLAY (10 04) "Grava o tipo < S/N >? ".
           ACCEPT (10 27) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-TIPOS.
           MOVE WS-OPER-ATUAL TO VAS-OPER-COD.
           IF WS-NOVO = "S"
               WRITE REG-VASTIPO INVALID KEY
                   DISPLAY (22 04) "!! TIPO JA CADASTRADO !!"
                   ACCEPT WS-P
           ELSE
               REWRITE REG-VASTIPO.
           GO TO P-TIPOS.
       P-TIPOS-FIM.

      *-----------------------------------------*
      * Movimento com fornecedor digitado: vasilhame recebido fora
      * do recebimento de mercadoria, devolvido vazio ao
      * caminhao ou cobrado na fatura da distribuidora. Devolvido
      * e cobrado nao passam do saldo que devemos daquele tipo.
       P-FORNEC.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC26".
           DISPLAY (02 24) " Vasilhame ".
           IF WS-TEM-FORN NOT = "S"
               DISPLAY (22 04) "!! CADASTRO DE FORNECEDORES NAO ACHADO"
               ACCEPT WS-P
               GO TO P-FORNEC-FIM.
           PERFORM P-PEDE-FORN THRU P-PEDE-FORN-FIM.
           IF WS-FORN = ZEROS
               GO TO P-FORNEC-FIM.
           MOVE "F" TO WS-SD-PARTE.
           MOVE WS-FORN TO WS-SD-COD.
       P-FORNEC-TIPO.
           DISPLAY (07 00) ERASE.
           PERFORM P-PEDE-TIPO THRU P-PEDE-TIPO-FIM.
           IF WS-VAS = ZEROS
               GO TO P-FORNEC-FIM.
           MOVE WS-VAS TO WS-SD-VAS.
           MOVE 99999999 TO WS-SD-ATE.
           PERFORM P-SALDO THRU P-SALDO-FIM.
           MOVE WS-SALDO-QT TO WS-MOSTRA-QTDE.
           DISPLAY (08 04) "Saldo Devido.......=" WS-MOSTRA-QTDE.
       P-FORNEC-MOV.
           DISPLAY (09 04) "Movimento <R/D/B>..=".
           DISPLAY (09 30) "R=recebido D=devolvido B=cobrado fatura".
           MOVE SPACES TO WS-MOV.
           ACCEPT (09 25) WS-MOV WITH PROMPT AUTO-SKIP.
           IF WS-MOV = "r" MOVE "R" TO WS-MOV.
           IF WS-MOV = "d" MOVE "D" TO WS-MOV.
           IF WS-MOV = "b" MOVE "B" TO WS-MOV.
           IF WS-MOV NOT = "R" AND WS-MOV NOT = "D"
                   AND WS-MOV NOT = "B"
               GO TO P-FORNEC-MOV.
           DISPLAY (10 04) "Quantidade.........=".
           MOVE ZEROS TO WS-QTDE.
           ACCEPT (10 25) WS-QTDE WITH PROMPT.
           IF WS-QTDE = ZEROS
               GO TO P-FORNEC-TIPO.
           IF WS-MOV NOT = "R" AND WS-QTDE > WS-SALDO-QT
               DISPLAY (22 04) "!! MAIS DO QUE O SALDO DEVIDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-FORNEC-TIPO.
           COMPUTE WS-VALOR = WS-QTDE * VAS-CAUCAO.
           MOVE WS-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (10 30) "R$ " WS-MOSTRA-VALOR.
           DISPLAY (11 04) "Documento..........=".
           MOVE SPACES TO WS-DOC.
           ACCEPT (11 25) WS-DOC WITH PROMPT.
           DISPLAY (13 04) "Grava o movimento < S/N >? ".
           ACCEPT (13 32) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-FORNEC-TIPO.
           MOVE "D" TO WS-ORIGEM.
           PERFORM P-GRAVA-MOV THRU P-GRAVA-MOV-FIM.
           GO TO P-FORNEC-TIPO.
       P-FORNEC-FIM.

      *-----------------------------------------*
      * Caucao no caixa: o cliente leva o vasilhame e deixa a
      * caucao (C), ou devolve e recebe a caucao de volta (V) -
      * so do que ele tem em maos. Cliente 0 = avulso (o saldo
      * dos avulsos e um so). O dinheiro vai p/ SANGRIA.DAT:
      * caucao recebida = suprimento "U"; restituida = "V", saida
      * da gaveta que nao entra no deposito do cofre (BANCO84).
       P-CAUCAO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC26".
           DISPLAY (02 24) " Vasilhame ".
           DISPLAY (05 04) "Caucao/Devolucao...=".
           DISPLAY (05 30) "C=leva e deixa caucao V=devolve (0=Sai)".
           MOVE SPACES TO WS-MOV.
           ACCEPT (05 25) WS-MOV WITH PROMPT AUTO-SKIP.
           IF WS-MOV = "0" OR WS-MOV = SPACES
               GO TO P-CAUCAO-FIM.
           IF WS-MOV = "c" MOVE "C" TO WS-MOV.
           IF WS-MOV = "v" MOVE "V" TO WS-MOV.
           IF WS-MOV NOT = "C" AND WS-MOV NOT = "V"
               GO TO P-CAUCAO.
       P-CAUCAO-CLI.
           DISPLAY (06 04) "Cliente (0=avulso).=".
           MOVE ZEROS TO WS-CLI.
           ACCEPT (06 25) WS-CLI WITH PROMPT AUTO-SKIP.
           IF WS-CLI = ZEROS
               DISPLAY (06 31) "CLIENTE AVULSO"
               GO TO P-CAUCAO-TIPO.
           IF WS-TEM-CLI NOT = "S"
               DISPLAY (22 04) "!! SEM CADASTRO - SO CLIENTE AVULSO"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CAUCAO-CLI.
           MOVE WS-CLI TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! CLIENTE NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-CAUCAO-CLI.
           DISPLAY (06 31) CLI-NOME.
       P-CAUCAO-TIPO.
           MOVE "C" TO WS-SD-PARTE.
           MOVE WS-CLI TO WS-SD-COD.
           PERFORM P-PEDE-TIPO THRU P-PEDE-TIPO-FIM.
           IF WS-VAS = ZEROS
               GO TO P-CAUCAO.
           MOVE WS-VAS TO WS-SD-VAS.
           MOVE 99999999 TO WS-SD-ATE.
           PERFORM P-SALDO THRU P-SALDO-FIM.
           MOVE WS-SALDO-QT TO WS-MOSTRA-QTDE.
           DISPLAY (08 04) "Em Maos do Cliente.=" WS-MOSTRA-QTDE.
           DISPLAY (10 04) "Quantidade.........=".
           MOVE ZEROS TO WS-QTDE.
           ACCEPT (10 25) WS-QTDE WITH PROMPT.
           IF WS-QTDE = ZEROS
               GO TO P-CAUCAO.
           IF WS-MOV = "V" AND WS-QTDE > WS-SALDO-QT
               DISPLAY (22 04) "!! CLIENTE NAO TEM ESSE VASILHAME !!"
               ACCEPT WS-P
               GO TO P-CAUCAO.
           COMPUTE WS-VALOR = WS-QTDE * VAS-CAUCAO.
           MOVE WS-VALOR TO WS-MOSTRA-VALOR.
           IF WS-MOV = "C"
               DISPLAY (11 04) "Receber Caucao R$..=" WS-MOSTRA-VALOR
           ELSE
               DISPLAY (11 04) "Devolver Caucao R$.=" WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Confirma < S/N >? ".
           ACCEPT (13 23) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-CAUCAO.
           MOVE SPACES TO WS-DOC.
           MOVE "D" TO WS-ORIGEM.
           PERFORM P-GRAVA-MOV THRU P-GRAVA-MOV-FIM.
           IF WS-VALOR NOT = ZEROS
               PERFORM P-GRAVA-CAIXA.
           GO TO P-CAUCAO.
       P-CAUCAO-FIM.

      *-----caucao em dinheiro na gaveta: SANGRIA.DAT, lida pelo-------*
      *-----fechamento do BANCO36 no dinheiro esperado-----------------*
       P-GRAVA-CAIXA.
           OPEN EXTEND SANGRIA.
           IF FS-SAN = "30" OR FS-SAN = "35"
               CLOSE SANGRIA
               OPEN OUTPUT SANGRIA
               CLOSE SANGRIA
               OPEN EXTEND SANGRIA.
           MOVE DIA TO SAN-DIA.
           MOVE MES TO SAN-MES.
           MOVE ANO TO SAN-ANO.
           IF WS-MOV = "C"
               MOVE "U" TO SAN-TIPO
               MOVE "CAUCAO VASILHAME" TO SAN-MOTIVO
           ELSE
               MOVE "V" TO SAN-TIPO
               MOVE "DEVOL. VASILHAME" TO SAN-MOTIVO.
           MOVE WS-VALOR TO SAN-VALOR.
           MOVE WS-OPER-ATUAL TO SAN-OPER-COD.
           WRITE REG-SANGRIA.
           CLOSE SANGRIA.

      *-----------------------------------------*
      * Saldos: VASMOV.DAT em ordem de chave, quebra por parte +
      * codigo + tipo. Uma linha por saldo diferente de zero,
      * valorizado pela caucao atual do tipo; no fim, o total
      * devido aos fornecedores e o total em maos de clientes.
       P-SALDOS.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC26".
           DISPLAY (02 24) " Vasilhame ".
           OPEN OUTPUT ARQSAID.
           MOVE DIA TO TIT-DIA.
           MOVE MES TO TIT-MES.
           MOVE ANO TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           MOVE 4 TO LIN.
           DISPLAY (LIN, 01) LINHA-CAB.
           PERFORM P-AVANCA.
           MOVE ZEROS TO WS-TOT-FORN-QT WS-TOT-FORN-VALOR.
           MOVE ZEROS TO WS-TOT-CLI-QT WS-TOT-CLI-VALOR.
           MOVE "N" TO WS-QB-TEM.
           MOVE SPACES TO VSM-PARTE.
           MOVE ZEROS TO VSM-CODIGO VSM-VAS-COD VSM-DATA VSM-SEQ.
           START VASMOV KEY IS NOT LESS THAN VSM-CHAVE
               INVALID KEY
                   GO TO P-SALDOS-TOTAL.
       P-SALDOS-LER.
           READ VASMOV NEXT RECORD
               AT END
                   GO TO P-SALDOS-TOTAL.
           IF WS-QB-TEM = "S"
               IF VSM-PARTE NOT = WS-QB-PARTE
                       OR VSM-CODIGO NOT = WS-QB-COD
                       OR VSM-VAS-COD NOT = WS-QB-VAS
                   PERFORM P-SALDOS-LINHA.
           IF WS-QB-TEM = "N"
               MOVE "S" TO WS-QB-TEM
               MOVE VSM-PARTE TO WS-QB-PARTE
               MOVE VSM-CODIGO TO WS-QB-COD
               MOVE VSM-VAS-COD TO WS-QB-VAS
               MOVE ZEROS TO WS-QB-QT.
           IF VSM-RECEBIDO OR VSM-CAUCAO
               ADD VSM-QTDE TO WS-QB-QT
           ELSE
               SUBTRACT VSM-QTDE FROM WS-QB-QT.
           GO TO P-SALDOS-LER.
       P-SALDOS-TOTAL.
           IF WS-QB-TEM = "S"
               PERFORM P-SALDOS-LINHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "  Devido a fornecedores" TO SOMA-ROT.
           MOVE WS-TOT-FORN-QT TO SOMA-QTDE.
           MOVE WS-TOT-FORN-VALOR TO SOMA-VALOR.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           DISPLAY (LIN, 01) LINHA-SOMA.
           PERFORM P-AVANCA.
           MOVE "  Em maos de clientes" TO SOMA-ROT.
           MOVE WS-TOT-CLI-QT TO SOMA-QTDE.
           MOVE WS-TOT-CLI-VALOR TO SOMA-VALOR.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (LIN, 01) LINHA-SOMA.
           CLOSE ARQSAID.
           MOVE "Saldos de vasilhame" TO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (23 04) "Detalhe em MERC26.TXT - < ENTER >".
           ACCEPT WS-P.
       P-SALDOS-FIM.

       P-SALDOS-LINHA.
           MOVE "N" TO WS-QB-TEM.
           IF WS-QB-QT = ZEROS
               EXIT PARAGRAPH.
           MOVE WS-QB-VAS TO VAS-COD.
           READ VASTIPO
               INVALID KEY
                   MOVE SPACES TO VAS-DESCR
                   MOVE ZEROS TO VAS-CAUCAO.
           MOVE SPACES TO NOME-DET.
           IF WS-QB-PARTE = "F"
               MOVE "Forn." TO PARTE-DET
               PERFORM P-SALDOS-NOME-FORN
           ELSE
               MOVE "Cli." TO PARTE-DET
               PERFORM P-SALDOS-NOME-CLI.
           COMPUTE WS-QB-VALOR = WS-QB-QT * VAS-CAUCAO.
           IF WS-QB-PARTE = "F"
               ADD WS-QB-QT TO WS-TOT-FORN-QT
               ADD WS-QB-VALOR TO WS-TOT-FORN-VALOR
           ELSE
               ADD WS-QB-QT TO WS-TOT-CLI-QT
               ADD WS-QB-VALOR TO WS-TOT-CLI-VALOR.
           MOVE WS-QB-COD TO COD-DET.
           MOVE WS-QB-VAS TO VAS-DET.
           MOVE VAS-DESCR TO DESCR-DET.
           MOVE WS-QB-QT TO QTDE-DET.
           MOVE WS-QB-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           PERFORM P-AVANCA.

       P-SALDOS-NOME-FORN.
           IF WS-TEM-FORN NOT = "S"
               EXIT PARAGRAPH.
           MOVE WS-QB-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE SPACES TO FORN-NOME.
           MOVE FORN-NOME TO NOME-DET.

       P-SALDOS-NOME-CLI.
           IF WS-QB-COD = ZEROS
               MOVE "CLIENTE AVULSO" TO NOME-DET
               EXIT PARAGRAPH.
           IF WS-TEM-CLI NOT = "S"
               EXIT PARAGRAPH.
           MOVE WS-QB-COD TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO CLI-NOME.
           MOVE CLI-NOME TO NOME-DET.

      *-----------------------------------------*
      * Conferencia mensal: p/ cada tipo, o nosso saldo com o
      * fornecedor no ultimo dia do mes contra a quantidade do
      * extrato da distribuidora. Diferenca = extrato - nosso
      * saldo (positiva: a distribuidora cobra vasilhame a mais).
      * Nada e ajustado aqui; o acerto aceito entra na opcao 2.
       P-CONFERE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC26".
           DISPLAY (02 24) " Vasilhame ".
           IF WS-TEM-FORN NOT = "S"
               DISPLAY (22 04) "!! CADASTRO DE FORNECEDORES NAO ACHADO"
               ACCEPT WS-P
               GO TO P-CONFERE-FIM.
           PERFORM P-PEDE-FORN THRU P-PEDE-FORN-FIM.
           IF WS-FORN = ZEROS
               GO TO P-CONFERE-FIM.
      *     mes sugerido: o anterior (o extrato chega depois)
           MOVE MES TO WS-CF-MES.
           MOVE ANO TO WS-CF-ANO.
           SUBTRACT 1 FROM WS-CF-MES.
           IF WS-CF-MES = ZEROS
               MOVE 12 TO WS-CF-MES
               SUBTRACT 1 FROM WS-CF-ANO.
           DISPLAY (06 04) "Mes do Extrato.....=".
           DISPLAY (06 25) "  /    ".
           ACCEPT (06 25) WS-CF-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 28) WS-CF-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-CF-MES = ZEROS OR WS-CF-MES > 12
               GO TO P-CONFERE-FIM.
           COMPUTE WS-SD-ATE = WS-CF-ANO * 10000 + WS-CF-MES * 100
               + 31.
           MOVE "F" TO WS-SD-PARTE.
           MOVE WS-FORN TO WS-SD-COD.
           OPEN OUTPUT ARQSAID.
           MOVE WS-FORN TO CONF-FORN.
           MOVE FORN-NOME TO CONF-NOME.
           MOVE WS-CF-MES TO CONF-MES.
           MOVE WS-CF-ANO TO CONF-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TIT-CONF.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB-CONF.
           DISPLAY (08 01) LINHA-CAB-CONF.
           DISPLAY (09 04) "Quantidade do extrato, tipo a tipo".
           MOVE 10 TO LIN.
           MOVE ZEROS TO WS-TOT-DIF-VALOR WS-QT-DIVERG.
           MOVE ZEROS TO VAS-COD.
           START VASTIPO KEY IS NOT LESS THAN VAS-COD
               INVALID KEY
                   GO TO P-CONFERE-TOTAL.
       P-CONFERE-LER.
           READ VASTIPO NEXT RECORD
               AT END
                   GO TO P-CONFERE-TOTAL.
           MOVE VAS-COD TO WS-SD-VAS.
           PERFORM P-SALDO THRU P-SALDO-FIM.
           IF VAS-INATIVO AND WS-SALDO-QT = ZEROS
               GO TO P-CONFERE-LER.
           MOVE VAS-COD TO CF-VAS.
           MOVE VAS-DESCR TO CF-DESCR.
           MOVE WS-SALDO-QT TO CF-SALDO.
           MOVE ZEROS TO CF-EXTRATO CF-DIF CF-VALOR.
           DISPLAY (LIN, 01) LINHA-CONF.
           MOVE ZEROS TO WS-EXTRATO.
           ACCEPT (LIN, 44) WS-EXTRATO WITH PROMPT.
           COMPUTE WS-DIF = WS-EXTRATO - WS-SALDO-QT.
           COMPUTE WS-DIF-VALOR = WS-DIF * VAS-CAUCAO.
           MOVE WS-EXTRATO TO CF-EXTRATO.
           MOVE WS-DIF TO CF-DIF.
           MOVE WS-DIF-VALOR TO CF-VALOR.
           DISPLAY (LIN, 01) LINHA-CONF.
           WRITE REG-ARQSAID FROM LINHA-CONF.
           IF WS-DIF NOT = ZEROS
               ADD 1 TO WS-QT-DIVERG
               ADD WS-DIF-VALOR TO WS-TOT-DIF-VALOR.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (10 00) ERASE
               MOVE 10 TO LIN.
           GO TO P-CONFERE-LER.
       P-CONFERE-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "  Diferenca total" TO SOMA-ROT.
           MOVE WS-QT-DIVERG TO SOMA-QTDE.
           MOVE WS-TOT-DIF-VALOR TO SOMA-VALOR.
           WRITE REG-ARQSAID FROM LINHA-SOMA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE WS-FORN TO WS-FC-FORN.
           MOVE WS-CF-MES TO WS-FC-MES.
           MOVE WS-CF-ANO TO WS-FC-ANO.
           MOVE WS-FILTRO-CONF TO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           IF WS-QT-DIVERG = ZEROS
               DISPLAY (22 04) "Extrato confere com o nosso saldo."
           ELSE
               MOVE WS-TOT-DIF-VALOR TO WS-MOSTRA-VALOR
               DISPLAY (22 04) WS-QT-DIVERG
                   " tipo(s) com diferenca - R$ " WS-MOSTRA-VALOR.
           DISPLAY (23 04) "Detalhe em MERC26.TXT - < ENTER >".
           ACCEPT WS-P.
       P-CONFERE-FIM.

      *-----fornecedor do movimento (FORN.DAT), 0 = retorna------------*
       P-PEDE-FORN.
           DISPLAY (05 04) "Fornecedor.........=".
           MOVE ZEROS TO WS-FORN.
           ACCEPT (05 25) WS-FORN WITH PROMPT AUTO-SKIP.
           IF WS-FORN = ZEROS
               GO TO P-PEDE-FORN-FIM.
           MOVE WS-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   DISPLAY (22 04) "!! FORNECEDOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-PEDE-FORN.
           DISPLAY (05 30) FORN-NOME.
       P-PEDE-FORN-FIM.

      *-----tipo de vasilhame ativo (VASTIPO.DAT), 0 = retorna---------*
       P-PEDE-TIPO.
           DISPLAY (07 04) "Tipo Vasilhame.....=".
           MOVE ZEROS TO WS-VAS.
           ACCEPT (07 25) WS-VAS WITH PROMPT AUTO-SKIP.
           IF WS-VAS = ZEROS
               GO TO P-PEDE-TIPO-FIM.
           MOVE WS-VAS TO VAS-COD.
           READ VASTIPO
               INVALID KEY
                   DISPLAY (22 04) "!! TIPO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-PEDE-TIPO.
           IF VAS-INATIVO
               DISPLAY (22 04) "!! TIPO INATIVO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-PEDE-TIPO.
           MOVE VAS-CAUCAO TO WS-MOSTRA-VALOR.
           DISPLAY (07 30) VAS-DESCR " caucao " WS-MOSTRA-VALOR.
       P-PEDE-TIPO-FIM.

      *-----saldo de WS-SD-PARTE/COD/VAS ate WS-SD-ATE: fornecedor-----*
      *-----R - D - B, cliente C - V-----------------------------------*
       P-SALDO.
           MOVE ZEROS TO WS-SALDO-QT.
           MOVE WS-SD-PARTE TO VSM-PARTE.
           MOVE WS-SD-COD TO VSM-CODIGO.
           MOVE WS-SD-VAS TO VSM-VAS-COD.
           MOVE ZEROS TO VSM-DATA VSM-SEQ.
           START VASMOV KEY IS NOT LESS THAN VSM-CHAVE
               INVALID KEY
                   GO TO P-SALDO-FIM.
       P-SALDO-LER.
           READ VASMOV NEXT RECORD
               AT END
                   GO TO P-SALDO-FIM.
           IF VSM-PARTE NOT = WS-SD-PARTE OR VSM-CODIGO NOT = WS-SD-COD
                   OR VSM-VAS-COD NOT = WS-SD-VAS
               GO TO P-SALDO-FIM.
           IF VSM-DATA > WS-SD-ATE
               GO TO P-SALDO-FIM.
           IF VSM-RECEBIDO OR VSM-CAUCAO
               ADD VSM-QTDE TO WS-SALDO-QT
           ELSE
               SUBTRACT VSM-QTDE FROM WS-SALDO-QT.
           GO TO P-SALDO-LER.
       P-SALDO-FIM.

      *-----movimento no VASMOV.DAT: proxima sequencia da parte/tipo---*
      *-----no dia-----------------------------------------------------*
       P-GRAVA-MOV.
           MOVE ZEROS TO WS-VSM-SEQ.
           MOVE WS-SD-PARTE TO VSM-PARTE.
           MOVE WS-SD-COD TO VSM-CODIGO.
           MOVE WS-SD-VAS TO VSM-VAS-COD.
           MOVE WS-HOJE-AMD TO VSM-DATA.
           MOVE ZEROS TO VSM-SEQ.
           START VASMOV KEY IS NOT LESS THAN VSM-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-MOV-CALC.
       P-GRAVA-MOV-LER.
           READ VASMOV NEXT RECORD
               AT END
                   GO TO P-GRAVA-MOV-CALC.
           IF VSM-PARTE NOT = WS-SD-PARTE OR VSM-CODIGO NOT = WS-SD-COD
                   OR VSM-VAS-COD NOT = WS-SD-VAS
                   OR VSM-DATA NOT = WS-HOJE-AMD
               GO TO P-GRAVA-MOV-CALC.
           MOVE VSM-SEQ TO WS-VSM-SEQ.
           GO TO P-GRAVA-MOV-LER.
       P-GRAVA-MOV-CALC.
           ADD 1 TO WS-VSM-SEQ.
           MOVE WS-SD-PARTE TO VSM-PARTE.
           MOVE WS-SD-COD TO VSM-CODIGO.
           MOVE WS-SD-VAS TO VSM-VAS-COD.
           MOVE WS-HOJE-AMD TO VSM-DATA.
           MOVE WS-VSM-SEQ TO VSM-SEQ.
           MOVE WS-MOV TO VSM-MOV.
           MOVE WS-QTDE TO VSM-QTDE.
           MOVE WS-VALOR TO VSM-VALOR.
           MOVE WS-DOC TO VSM-DOC.
           MOVE WS-ORIGEM TO VSM-ORIGEM.
           MOVE WS-OPER-ATUAL TO VSM-OPER-COD.
           WRITE REG-VASMOV INVALID KEY
               GO TO P-GRAVA-MOV-CALC.
       P-GRAVA-MOV-FIM.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (04 00) ERASE
               MOVE 4 TO LIN.

       P-FIM.
           CLOSE VASTIPO VASMOV FORN CLIENTE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
      * arquivo de movimento (BCO.DAT / BCOnn.DAT) lhe pertence -  *
      * le aqui antes de abrir o movimento, p/ os lancamentos das  *
      * empresas nunca se misturarem.                              *
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

      *-----------------------------------------------------------*
      * Arquivo de relatorios (RELARQ.DAT): o .TXT recem-fechado   *
      * e copiado linha a linha, com o cabecalho da                *
      * emissao (data, hora, terminal, operador e empresa da       *
      * sessao, filtros informados) - a reimpressao do BANCO02     *
      * devolve o relatorio como saiu, nao como o movimento esta.  *
      *-----------------------------------------------------------*
       P-ARQUIVA-REL.
           OPEN INPUT ARQSAID.
           IF FS-ARQ NOT = "00"
               CLOSE ARQSAID
               GO TO P-ARQUIVA-REL-FIM.
           OPEN I-O RELARQ.
           IF FS-RARQ = "30" OR FS-RARQ = "35"
               CLOSE RELARQ
               OPEN OUTPUT RELARQ
               CLOSE RELARQ
               OPEN I-O RELARQ.
           IF FS-RARQ NOT = "00"
               CLOSE ARQSAID RELARQ
               GO TO P-ARQUIVA-REL-FIM.
           MOVE SPACES TO REG-RELARQ.
           MOVE ZEROS TO RARQ-OPER-COD.
           MOVE 1 TO RARQ-EMPRESA.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO = "00"
               READ SESSAO NEXT RECORD
                   AT END
                       MOVE ZEROS TO RARQ-OPER-COD
                   NOT AT END
                       MOVE SESSAO-OPER-COD TO RARQ-OPER-COD
                       MOVE SESSAO-EMPRESA-COD TO RARQ-EMPRESA
               END-READ.
           CLOSE SESSAO.
           ACCEPT WS-RARQ-DOS FROM DATE.
           ACCEPT WS-RARQ-TIME FROM TIME.
           MOVE "MERC26" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC26.TXT" TO RARQ-ARQUIVO.
           MOVE WS-RARQ-FILTRO TO RARQ-FILTRO.
      *     mesma estacao, mesmo programa, mesmo segundo: a hora
      *     anda um segundo p/ a chave nao repetir
       P-ARQUIVA-REL-CAB.
           WRITE REG-RELARQ
               INVALID KEY
                   ADD 1 TO RARQ-HORA
                   GO TO P-ARQUIVA-REL-CAB.
           MOVE ZEROS TO WS-RARQ-QT.
       P-ARQUIVA-REL-LER.
           READ ARQSAID
               AT END
                   GO TO P-ARQUIVA-REL-FECHA.
           ADD 1 TO WS-RARQ-QT.
           MOVE WS-RARQ-QT TO RARQ-LINHA.
           MOVE REG-ARQSAID TO RARQ-TEXTO.
           WRITE REG-RELARQ.
           GO TO P-ARQUIVA-REL-LER.
       P-ARQUIVA-REL-FECHA.
           MOVE ZEROS TO RARQ-LINHA.
           READ RELARQ
               INVALID KEY
                   GO TO P-ARQUIVA-REL-SAI.
           MOVE WS-RARQ-QT TO RARQ-QT-LINHAS.
           REWRITE REG-RELARQ.
       P-ARQUIVA-REL-SAI.
           CLOSE ARQSAID RELARQ.
       P-ARQUIVA-REL-FIM.
