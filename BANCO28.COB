       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO28.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    FECHAMENTO DO DIA DA LOJA (ROTEIRO DE CONFERENCIA)
      *    Fechar o dia passa por varios programas - MERC06
      *    (importa o PDV), BANCO85 (turnos), BANCO84 (sangrias),
      *    BANCO36 (caixa), BANCO73 (cartao), BANCO41 (extrato) e
      *    a copia de seguranca - e o passo esquecido so aparecia
      *    semanas depois. <1> Confere, p/ a data escolhida:
      *      1 PDVDIA.DAT importado p/ o dia;
      *      2 todos os turnos do dia (TURNO.DAT) fechados;
      *      3 fechamento do dia gravado em CAIXA.DAT;
      *      4 vendas de cartao do dia geradas em CARTAO.DAT (ou
      *        PDV sem venda em cartao);
      *      5 nenhuma sangria do dia ainda no cofre (sem deposito
      *        em DEPSANG.DAT);
      *      6 copia de seguranca completa do dia (BKCAT.DAT).
      *    Cada passo sai FEITO ou PENDENTE, e o supervisor assina
      *    o dia como fechado (DIAFECH.DAT, ver DIAFMAST) - com
      *    passo pendente, so confirmando de novo, e o pendente
      *    fica gravado na assinatura. Dia fechado: os programas
      *    de entrada pedem liberacao do supervisor p/ movimento
      *    datado nele. <2> Lista os dias assinados. <3> Reabre
      *    um dia (supervisor, registrado em HIST.DAT).
      *    Menu principal, opcao 52.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-DIAF.
           SELECT PDVDIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PDV.
           SELECT TURNO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TUR-CHAVE
                  FILE STATUS IS FS-TUR.
           SELECT CAIXA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CAIXA.
           SELECT CARTAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CART-CHAVE
                  FILE STATUS IS FS-CART.
           SELECT SANGRIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SAN.
           SELECT DEPSANG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DS-SAN-SEQ
                  FILE STATUS IS FS-DS.
           SELECT BKCAT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKC-CHAVE
                  FILE STATUS IS FS-BKC.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
       COPY DIAFMAST.

       COPY PDVMAST.

       COPY TURNOMAST.

       COPY CAIXAMAST.

       COPY CARTMAST.

       COPY SANGMAST.

       COPY DEPSMAST.

       COPY BKCATMAST.

       COPY OPERMAST.

       COPY HISTMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
       77 WS-ARQ-CAIXA           PIC X(12) VALUE "CAIXA.DAT".
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
       01 WS-HORA-DOS.
           03 WS-HR-HH          PIC 99.
           03 WS-HR-MM          PIC 99.
           03 WS-HR-SS          PIC 99.
           03 WS-HR-CC          PIC 99.
       77 FS-DIAF               PIC XX.
       77 FS-PDV                PIC XX.
       77 FS-TUR                PIC XX.
       77 FS-CAIXA              PIC XX.
       77 FS-CART               PIC XX.
       77 FS-SAN                PIC XX.
       77 FS-DS                 PIC XX.
       77 FS-BKC                PIC XX.
       77 FS-OPER               PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(60) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       77 WS-HOJE-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZEROS.

      *-----dia escolhido p/ conferir / fechar / reabrir----------------*
       01 WS-ESC.
           03 WS-ESC-DIA        PIC 99.
           03 WS-ESC-MES        PIC 99.
           03 WS-ESC-ANO        PIC 9(04).
       77 WS-ESC-AMD            PIC 9(08) VALUE ZEROS.

      *-----situacao de cada passo (S = feito, N = pendente) e o-------*
      *-----detalhe que vai p/ a tela------------------------------------*
       01 WS-PASSOS.
           03 WS-ST-PDV         PIC X VALUE "N".
           03 WS-ST-TURNOS      PIC X VALUE "N".
           03 WS-ST-CAIXA       PIC X VALUE "N".
           03 WS-ST-CARTAO      PIC X VALUE "N".
           03 WS-ST-SANGRIA     PIC X VALUE "N".
           03 WS-ST-COPIA       PIC X VALUE "N".
       77 WS-DET-PDV            PIC X(36) VALUE SPACES.
       77 WS-DET-TURNOS         PIC X(36) VALUE SPACES.
       77 WS-DET-CAIXA          PIC X(36) VALUE SPACES.
       77 WS-DET-CARTAO         PIC X(36) VALUE SPACES.
       77 WS-DET-SANGRIA        PIC X(36) VALUE SPACES.
       77 WS-DET-COPIA          PIC X(36) VALUE SPACES.
       77 WS-QTDE-PEND          PIC 9 VALUE ZEROS.
       77 WS-ST-TELA            PIC X(08) VALUE SPACES.
       77 WS-ST-VEZ             PIC X VALUE SPACES.
      *-----apoio das conferencias---------------------------------------*
       77 WS-PDV-CARTAO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-TURNOS        PIC 9 VALUE ZEROS.
       77 WS-QTDE-ABERTOS       PIC 9 VALUE ZEROS.
       77 WS-SAN-SEQ            PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-COFRE         PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-COFRE        PIC 9(09)V99 VALUE ZEROS.
       77 WS-TEM-DEPSANG        PIC X VALUE "N".

      *-----data AAAAMMDD p/ a tela--------------------------------------*
       01 WS-DATA-AMD           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AMD.
           03 WS-DA-ANO         PIC 9(04).
           03 WS-DA-MES         PIC 99.
           03 WS-DA-DIA         PIC 99.
       01 WS-DATA-TELA.
           03 WS-DT-DIA         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-DT-MES         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-DT-ANO         PIC 9(04).

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO28" BLINK.
           02 LINE 02 COLUMN 18 VALUE " Fechamento do Dia da Loja "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Conferir / Fechar o Dia".
           02 LINE 06 COLUMN 04 VALUE "<2> Dias Fechados".
           02 LINE 07 COLUMN 04 VALUE "<3> Reabrir Dia (Supervisor)".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           PERFORM P-DATA.
           OPEN I-O DIAFECH.
           IF FS-DIAF = "30" OR FS-DIAF = "35"
               CLOSE DIAFECH
               OPEN OUTPUT DIAFECH
               CLOSE DIAFECH
               OPEN I-O DIAFECH.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-CONFERE THRU P-CONFERE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-LISTA THRU P-LISTA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-REABRE THRU P-REABRE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------------------------*
      * <1> Roteiro do dia: confere os seis passos, mostra FEITO / *
      * PENDENTE com o detalhe e, se o dia ainda esta aberto,      *
      * oferece a assinatura do supervisor.                        *
      *-----------------------------------------------------------*
       P-CONFERE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO28".
           DISPLAY (02 04) "Dia a conferir.....=   /  /    ".
           MOVE DIA TO WS-ESC-DIA.
           MOVE MES TO WS-ESC-MES.
           MOVE ANO TO WS-ESC-ANO.
           ACCEPT (02 25) WS-ESC-DIA WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ESC-DIA = ZEROS
               GO TO P-CONFERE-FIM.
           ACCEPT (02 28) WS-ESC-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (02 31) WS-ESC-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ESC-DIA > 31 OR WS-ESC-MES = ZEROS
                   OR WS-ESC-MES > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               GO TO P-CONFERE-FIM.
           COMPUTE WS-ESC-AMD = WS-ESC-ANO * 10000
               + WS-ESC-MES * 100 + WS-ESC-DIA.
           IF WS-ESC-AMD > WS-HOJE-AMD
               DISPLAY (22 04) "!! DIA AINDA NAO CHEGOU !!"
               ACCEPT WS-P
               GO TO P-CONFERE-FIM.
           DISPLAY (03 04) "Conferindo...".
           MOVE ZEROS TO WS-QTDE-PEND.
           PERFORM P-CHECA-PDV THRU P-CHECA-PDV-FIM.
           PERFORM P-CHECA-TURNOS THRU P-CHECA-TURNOS-FIM.
           PERFORM P-CHECA-CAIXA THRU P-CHECA-CAIXA-FIM.
           PERFORM P-CHECA-CARTAO THRU P-CHECA-CARTAO-FIM.
           PERFORM P-CHECA-SANGRIA THRU P-CHECA-SANGRIA-FIM.
           PERFORM P-CHECA-COPIA THRU P-CHECA-COPIA-FIM.
           DISPLAY (03 04) WS-LIMPA.
           MOVE WS-ST-PDV TO WS-ST-VEZ.
           PERFORM P-ST-TELA.
           DISPLAY (05 02) "1 PDV importado (MERC06)....".
           DISPLAY (05 31) WS-ST-TELA.
           DISPLAY (05 41) WS-DET-PDV.
           MOVE WS-ST-TURNOS TO WS-ST-VEZ.
           PERFORM P-ST-TELA.
           DISPLAY (06 02) "2 Turnos fechados (BANCO85).".
           DISPLAY (06 31) WS-ST-TELA.
           DISPLAY (06 41) WS-DET-TURNOS.
           MOVE WS-ST-CAIXA TO WS-ST-VEZ.
           PERFORM P-ST-TELA.
           DISPLAY (07 02) "3 Fechamento do caixa.......".
           DISPLAY (07 31) WS-ST-TELA.
           DISPLAY (07 41) WS-DET-CAIXA.
           MOVE WS-ST-CARTAO TO WS-ST-VEZ.
           PERFORM P-ST-TELA.
           DISPLAY (08 02) "4 Cartao gerado (BANCO73)...".
           DISPLAY (08 31) WS-ST-TELA.
           DISPLAY (08 41) WS-DET-CARTAO.
           MOVE WS-ST-SANGRIA TO WS-ST-VEZ.
           PERFORM P-ST-TELA.
           DISPLAY (09 02) "5 Sangrias depositadas......".
           DISPLAY (09 31) WS-ST-TELA.
           DISPLAY (09 41) WS-DET-SANGRIA.
           MOVE WS-ST-COPIA TO WS-ST-VEZ.
           PERFORM P-ST-TELA.
           DISPLAY (10 02) "6 Copia de seguranca........".
           DISPLAY (10 31) WS-ST-TELA.
           DISPLAY (10 41) WS-DET-COPIA.
           MOVE WS-ESC-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           IF DIAF-FECHADO
               MOVE DIAF-ASSIN-DATA TO WS-DATA-AMD
               PERFORM P-DATA-TELA
               DISPLAY (12 04) "Dia JA FECHADO - assinado em "
                   WS-DATA-TELA " pelo operador " DIAF-OPER-COD
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-CONFERE-FIM.
           IF WS-QTDE-PEND = ZEROS
               DISPLAY (12 04) "Todos os passos feitos."
           ELSE
               DISPLAY (12 04) WS-QTDE-PEND
                   " passo(s) PENDENTE(S) - o dia ainda nao fechou.".
           DISPLAY (14 04) "Assinar o dia como fechado < S/N >? ".
           ACCEPT (14 41) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-CONFERE-FIM.
           IF WS-QTDE-PEND NOT = ZEROS
               DISPLAY (15 04) "Fecha COM PENDENCIA - confirma <S/N>? "
               ACCEPT (15 43) WS-P WITH PROMPT AUTO-SKIP
               IF WS-P NOT = "S" AND WS-P NOT = "s"
                   GO TO P-CONFERE-FIM.
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF NOT OPER-SUPERVISOR
               GO TO P-CONFERE-FIM.
           PERFORM P-DATA.
           MOVE WS-ESC-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE ZEROS TO DIAF-REAB-OPER
                   MOVE ZEROS TO DIAF-REAB-DATA.
           MOVE WS-ESC-AMD TO DIAF-DATA.
           MOVE "F" TO DIAF-SITUACAO.
           MOVE WS-LIB-COD TO DIAF-OPER-COD.
           MOVE WS-HOJE-AMD TO DIAF-ASSIN-DATA.
           MOVE WS-HORA-AGORA TO DIAF-ASSIN-HORA.
           MOVE WS-ST-PDV TO DIAF-PDV.
           MOVE WS-ST-TURNOS TO DIAF-TURNOS.
           MOVE WS-ST-CAIXA TO DIAF-CAIXA.
           MOVE WS-ST-CARTAO TO DIAF-CARTAO.
           MOVE WS-ST-SANGRIA TO DIAF-SANGRIA.
           MOVE WS-ST-COPIA TO DIAF-COPIA.
           MOVE WS-QTDE-PEND TO DIAF-QTDE-PEND.
           WRITE REG-DIAFECH INVALID KEY
               REWRITE REG-DIAFECH.
           DISPLAY (20 04) "Dia assinado como FECHADO.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CONFERE-FIM.

       P-ST-TELA.
           IF WS-ST-VEZ = "S"
               MOVE "FEITO" TO WS-ST-TELA
           ELSE
               MOVE "PENDENTE" TO WS-ST-TELA.

      *-----1: fechamento do PDV importado p/ o dia (ultimo vale)------*
       P-CHECA-PDV.
           MOVE "N" TO WS-ST-PDV.
           MOVE "nao importado" TO WS-DET-PDV.
           MOVE ZEROS TO WS-PDV-CARTAO.
           OPEN INPUT PDVDIA.
           IF FS-PDV NOT = "00"
               CLOSE PDVDIA
               GO TO P-CHECA-PDV-AVALIA.
       P-CHECA-PDV-LER.
           READ PDVDIA
               AT END
                   CLOSE PDVDIA
                   GO TO P-CHECA-PDV-AVALIA.
           IF PDV-DIA NOT = WS-ESC-DIA OR PDV-MES NOT = WS-ESC-MES
               OR PDV-ANO NOT = WS-ESC-ANO
               GO TO P-CHECA-PDV-LER.
           MOVE "S" TO WS-ST-PDV.
           MOVE PDV-CARTAO TO WS-PDV-CARTAO.
           MOVE PDV-DINHEIRO TO WS-MOSTRA-VALOR.
           MOVE SPACES TO WS-DET-PDV.
           STRING "dinheiro R$ " WS-MOSTRA-VALOR
               DELIMITED BY SIZE INTO WS-DET-PDV.
           GO TO P-CHECA-PDV-LER.
       P-CHECA-PDV-AVALIA.
           IF WS-ST-PDV = "N"
               ADD 1 TO WS-QTDE-PEND.
       P-CHECA-PDV-FIM.

      *-----2: nenhum turno do dia ainda aberto------------------------*
       P-CHECA-TURNOS.
           MOVE ZEROS TO WS-QTDE-TURNOS.
           MOVE ZEROS TO WS-QTDE-ABERTOS.
           OPEN INPUT TURNO.
           IF FS-TUR NOT = "00"
               CLOSE TURNO
               GO TO P-CHECA-TURNOS-AVALIA.
           MOVE WS-ESC-ANO TO TUR-ANO.
           MOVE WS-ESC-MES TO TUR-MES.
           MOVE WS-ESC-DIA TO TUR-DIA.
           MOVE ZEROS TO TUR-SEQ.
           START TURNO KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY
                   CLOSE TURNO
                   GO TO P-CHECA-TURNOS-AVALIA.
       P-CHECA-TURNOS-LER.
           READ TURNO NEXT RECORD
               AT END
                   CLOSE TURNO
                   GO TO P-CHECA-TURNOS-AVALIA.
           IF TUR-ANO NOT = WS-ESC-ANO OR TUR-MES NOT = WS-ESC-MES
               OR TUR-DIA NOT = WS-ESC-DIA
               CLOSE TURNO
               GO TO P-CHECA-TURNOS-AVALIA.
           ADD 1 TO WS-QTDE-TURNOS.
           IF TUR-ABERTO
               ADD 1 TO WS-QTDE-ABERTOS.
           GO TO P-CHECA-TURNOS-LER.
       P-CHECA-TURNOS-AVALIA.
           MOVE SPACES TO WS-DET-TURNOS.
           IF WS-QTDE-TURNOS = ZEROS
               MOVE "S" TO WS-ST-TURNOS
               MOVE "nenhum turno no dia" TO WS-DET-TURNOS
               GO TO P-CHECA-TURNOS-FIM.
           STRING WS-QTDE-TURNOS " turno(s), " WS-QTDE-ABERTOS
               " aberto(s)" DELIMITED BY SIZE INTO WS-DET-TURNOS.
           IF WS-QTDE-ABERTOS = ZEROS
               MOVE "S" TO WS-ST-TURNOS
           ELSE
               MOVE "N" TO WS-ST-TURNOS
               ADD 1 TO WS-QTDE-PEND.
       P-CHECA-TURNOS-FIM.

      *-----3: registro "F" do dia em CAIXA.DAT (BANCO36 ou o---------*
      *-----composto dos turnos no BANCO85)------------------------------*
       P-CHECA-CAIXA.
           MOVE "N" TO WS-ST-CAIXA.
           MOVE "caixa nao fechado" TO WS-DET-CAIXA.
           OPEN INPUT CAIXA.
           IF FS-CAIXA NOT = "00"
               CLOSE CAIXA
               GO TO P-CHECA-CAIXA-AVALIA.
       P-CHECA-CAIXA-LER.
           READ CAIXA
               AT END
                   CLOSE CAIXA
                   GO TO P-CHECA-CAIXA-AVALIA.
           IF CAIXA-DIA-MOV NOT = WS-ESC-DIA
               OR CAIXA-MES-MOV NOT = WS-ESC-MES
               OR CAIXA-ANO-MOV NOT = WS-ESC-ANO
               GO TO P-CHECA-CAIXA-LER.
           IF NOT CAIXA-FECHAMENTO
               GO TO P-CHECA-CAIXA-LER.
           MOVE "S" TO WS-ST-CAIXA.
           MOVE CAIXA-TOTAL TO WS-MOSTRA-VALOR.
           MOVE SPACES TO WS-DET-CAIXA.
           STRING "total R$ " WS-MOSTRA-VALOR
               DELIMITED BY SIZE INTO WS-DET-CAIXA.
           GO TO P-CHECA-CAIXA-LER.
       P-CHECA-CAIXA-AVALIA.
           IF WS-ST-CAIXA = "N"
               ADD 1 TO WS-QTDE-PEND.
       P-CHECA-CAIXA-FIM.

      *-----4: liquidacoes do dia de venda em CARTAO.DAT; PDV sem-----*
      *-----venda em cartao tambem conta como feito----------------------*
       P-CHECA-CARTAO.
           MOVE "N" TO WS-ST-CARTAO.
           OPEN INPUT CARTAO.
           IF FS-CART NOT = "00"
               CLOSE CARTAO
               GO TO P-CHECA-CARTAO-AVALIA.
           MOVE WS-ESC-ANO TO CART-VENDA-ANO.
           MOVE WS-ESC-MES TO CART-VENDA-MES.
           MOVE WS-ESC-DIA TO CART-VENDA-DIA.
           MOVE ZEROS TO CART-PARCELA.
           START CARTAO KEY IS NOT LESS THAN CART-CHAVE
               INVALID KEY
                   CLOSE CARTAO
                   GO TO P-CHECA-CARTAO-AVALIA.
           READ CARTAO NEXT RECORD
               AT END
                   CLOSE CARTAO
                   GO TO P-CHECA-CARTAO-AVALIA.
           IF CART-VENDA-ANO = WS-ESC-ANO
                   AND CART-VENDA-MES = WS-ESC-MES
                   AND CART-VENDA-DIA = WS-ESC-DIA
               MOVE "S" TO WS-ST-CARTAO.
           CLOSE CARTAO.
       P-CHECA-CARTAO-AVALIA.
           IF WS-ST-CARTAO = "S"
               MOVE "liquidacoes geradas" TO WS-DET-CARTAO
               GO TO P-CHECA-CARTAO-FIM.
           IF WS-ST-PDV = "S" AND WS-PDV-CARTAO = ZEROS
               MOVE "S" TO WS-ST-CARTAO
               MOVE "sem venda em cartao no PDV" TO WS-DET-CARTAO
               GO TO P-CHECA-CARTAO-FIM.
           ADD 1 TO WS-QTDE-PEND.
           MOVE SPACES TO WS-DET-CARTAO.
           IF WS-ST-PDV = "S"
               MOVE WS-PDV-CARTAO TO WS-MOSTRA-VALOR
               STRING "PDV R$ " WS-MOSTRA-VALOR " nao gerado"
                   DELIMITED BY SIZE INTO WS-DET-CARTAO
           ELSE
               MOVE "nao gerado" TO WS-DET-CARTAO.
       P-CHECA-CARTAO-FIM.

      *-----5: sangria do dia sem registro em DEPSANG.DAT ainda esta--*
      *-----no cofre (a sangria e a sua posicao em SANGRIA.DAT)---------*
       P-CHECA-SANGRIA.
           MOVE ZEROS TO WS-SAN-SEQ.
           MOVE ZEROS TO WS-QTDE-COFRE.
           MOVE ZEROS TO WS-VALOR-COFRE.
           OPEN INPUT SANGRIA.
           IF FS-SAN NOT = "00"
               CLOSE SANGRIA
               GO TO P-CHECA-SANGRIA-AVALIA.
           MOVE "S" TO WS-TEM-DEPSANG.
           OPEN INPUT DEPSANG.
           IF FS-DS NOT = "00"
               CLOSE DEPSANG
               MOVE "N" TO WS-TEM-DEPSANG.
       P-CHECA-SANGRIA-LER.
           READ SANGRIA
               AT END
                   GO TO P-CHECA-SANGRIA-FECHA.
           ADD 1 TO WS-SAN-SEQ.
           IF SAN-DIA NOT = WS-ESC-DIA OR SAN-MES NOT = WS-ESC-MES
               OR SAN-ANO NOT = WS-ESC-ANO
               GO TO P-CHECA-SANGRIA-LER.
           IF NOT SAN-SANGRIA
               GO TO P-CHECA-SANGRIA-LER.
           IF WS-TEM-DEPSANG = "S"
               MOVE WS-SAN-SEQ TO DS-SAN-SEQ
               READ DEPSANG
                   INVALID KEY
                       ADD 1 TO WS-QTDE-COFRE
                       ADD SAN-VALOR TO WS-VALOR-COFRE
               END-READ
           ELSE
               ADD 1 TO WS-QTDE-COFRE
               ADD SAN-VALOR TO WS-VALOR-COFRE.
           GO TO P-CHECA-SANGRIA-LER.
       P-CHECA-SANGRIA-FECHA.
           CLOSE SANGRIA.
           IF WS-TEM-DEPSANG = "S"
               CLOSE DEPSANG.
       P-CHECA-SANGRIA-AVALIA.
           MOVE SPACES TO WS-DET-SANGRIA.
           IF WS-QTDE-COFRE = ZEROS
               MOVE "S" TO WS-ST-SANGRIA
               MOVE "nada no cofre" TO WS-DET-SANGRIA
               GO TO P-CHECA-SANGRIA-FIM.
           MOVE "N" TO WS-ST-SANGRIA.
           ADD 1 TO WS-QTDE-PEND.
           MOVE WS-VALOR-COFRE TO WS-MOSTRA-VALOR.
           STRING WS-QTDE-COFRE " no cofre R$ " WS-MOSTRA-VALOR
               DELIMITED BY SIZE INTO WS-DET-SANGRIA.
       P-CHECA-SANGRIA-FIM.

      *-----6: jogo de copia do dia completo no catalogo do BANCO26----*
       P-CHECA-COPIA.
           MOVE "N" TO WS-ST-COPIA.
           MOVE "sem copia do dia (BANCO26)" TO WS-DET-COPIA.
           OPEN INPUT BKCAT.
           IF FS-BKC NOT = "00"
               CLOSE BKCAT
               GO TO P-CHECA-COPIA-AVALIA.
           MOVE WS-ESC-AMD TO BKC-DATA.
           MOVE ZEROS TO BKC-ITEM.
           READ BKCAT
               INVALID KEY
                   CLOSE BKCAT
                   GO TO P-CHECA-COPIA-AVALIA.
           CLOSE BKCAT.
           IF BKC-COMPLETO
               MOVE "S" TO WS-ST-COPIA
               MOVE "copia completa e conferida" TO WS-DET-COPIA.
           IF BKC-COM-DIVERG
               MOVE "copia com divergencia" TO WS-DET-COPIA.
           IF BKC-INTERROMPIDO
               MOVE "copia interrompida" TO WS-DET-COPIA.
       P-CHECA-COPIA-AVALIA.
           IF WS-ST-COPIA = "N"
               ADD 1 TO WS-QTDE-PEND.
       P-CHECA-COPIA-FIM.

      *-----------------------------------------------------------*
      * <2> Dias assinados: data, situacao, quem assinou e quando, *
      * e os passos (S/N, na ordem do roteiro) na assinatura.      *
      *-----------------------------------------------------------*
       P-LISTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO28".
           DISPLAY (02 04) "Dias Fechados".
           DISPLAY (04 02) "Dia        Sit.  Assinado   Op. Passos".
           DISPLAY (04 44) "Pend.  Reaberto".
           MOVE 5 TO LIN.
           MOVE ZEROS TO DIAF-DATA.
           START DIAFECH KEY IS NOT LESS THAN DIAF-DATA
               INVALID KEY
                   GO TO P-LISTA-PAUSA.
       P-LISTA-LER.
           READ DIAFECH NEXT RECORD
               AT END
                   GO TO P-LISTA-PAUSA.
           MOVE DIAF-DATA TO WS-DATA-AMD.
           PERFORM P-DATA-TELA.
           DISPLAY (LIN, 02) WS-DATA-TELA.
           IF DIAF-FECHADO
               DISPLAY (LIN, 13) "FECH."
           ELSE
               DISPLAY (LIN, 13) "REAB.".
           MOVE DIAF-ASSIN-DATA TO WS-DATA-AMD.
           PERFORM P-DATA-TELA.
           DISPLAY (LIN, 19) WS-DATA-TELA.
           DISPLAY (LIN, 30) DIAF-OPER-COD.
           DISPLAY (LIN, 34) DIAF-PASSOS.
           DISPLAY (LIN, 45) DIAF-QTDE-PEND.
           IF DIAF-REAB-DATA NOT = ZEROS
               MOVE DIAF-REAB-DATA TO WS-DATA-AMD
               PERFORM P-DATA-TELA
               DISPLAY (LIN, 51) WS-DATA-TELA " op." DIAF-REAB-OPER.
           ADD 1 TO LIN.
           IF LIN > 20
               PERFORM P-PARA.
           GO TO P-LISTA-LER.
       P-LISTA-PAUSA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-LISTA-FIM.

      *-----------------------------------------------------------*
      * <3> Reabre dia assinado: so supervisor, e a reabertura     *
      * vai p/ HIST.DAT (quem e qual dia).                         *
      *-----------------------------------------------------------*
       P-REABRE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO28".
           DISPLAY (02 04) "Dia a reabrir......=   /  /    ".
           MOVE DIA TO WS-ESC-DIA.
           MOVE MES TO WS-ESC-MES.
           MOVE ANO TO WS-ESC-ANO.
           ACCEPT (02 25) WS-ESC-DIA WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ESC-DIA = ZEROS
               GO TO P-REABRE-FIM.
           ACCEPT (02 28) WS-ESC-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (02 31) WS-ESC-ANO WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-ESC-AMD = WS-ESC-ANO * 10000
               + WS-ESC-MES * 100 + WS-ESC-DIA.
           MOVE WS-ESC-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           IF NOT DIAF-FECHADO
               DISPLAY (22 04) "!! DIA NAO ESTA FECHADO !!"
               ACCEPT WS-P
               GO TO P-REABRE-FIM.
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF NOT OPER-SUPERVISOR
               GO TO P-REABRE-FIM.
           DISPLAY (14 04) "Confirma reabrir o dia < S/N >? ".
           ACCEPT (14 37) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-REABRE-FIM.
           MOVE WS-ESC-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   GO TO P-REABRE-FIM.
           MOVE "R" TO DIAF-SITUACAO.
           MOVE WS-LIB-COD TO DIAF-REAB-OPER.
           MOVE WS-HOJE-AMD TO DIAF-REAB-DATA.
           REWRITE REG-DIAFECH.
           PERFORM P-LOGA-REABERTURA.
           DISPLAY (20 04) "Dia reaberto - registrado em HIST.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-REABRE-FIM.

      *-----login do supervisor p/ assinar ou reabrir o dia-------------*
       P-LIBERA-SUPERVISOR.
           MOVE SPACES TO OPER-SITUACAO.
           MOVE ZEROS TO OPER-NIVEL.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-FIM.
           DISPLAY (17 04) "Assinatura do supervisor.".
           DISPLAY (18 04) "Operador/Senha: ".
           ACCEPT (18 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (19 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   MOVE ZEROS TO OPER-NIVEL
                   CLOSE OPER
                   GO TO P-LIBERA-SUPERVISOR-FIM.
           ACCEPT (18 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (19 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               MOVE ZEROS TO OPER-NIVEL.
           IF NOT OPER-SUPERVISOR
               DISPLAY (19 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P.
           CLOSE OPER.
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
       P-LIBERA-SUPERVISOR-FIM.

      *-----a reabertura fica historiada: quem e qual dia---------------*
       P-LOGA-REABERTURA.
           OPEN EXTEND HIST.
           IF FS-HIST = "30" OR FS-HIST = "35"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           MOVE "DIAFEC" TO HIST-NUM-CHE.
           MOVE "R" TO HIST-OPERACAO.
           MOVE DIA TO HIST-DIA-MOV.
           MOVE MES TO HIST-MES-MOV.
           MOVE ANO TO HIST-ANO-MOV.
           MOVE SPACES TO HIST-CONTA-CHE.
           MOVE "REABERTURA DE DIA" TO HIST-DESCRI-CHE.
           MOVE WS-ESC-DIA TO HIST-DIA-CHE.
           MOVE WS-ESC-MES TO HIST-MES-CHE.
           MOVE WS-ESC-ANO TO HIST-ANO-CHE.
           MOVE ZEROS TO HIST-VALOR-CHE.
           MOVE SPACES TO HIST-OBS-CHE.
           MOVE ZEROS TO HIST-INSCR-CHE.
           MOVE ZEROS TO HIST-RECEBIDO-CHE.
           MOVE ZEROS TO HIST-DATA-CONF.
           MOVE ZEROS TO HIST-VALOR-PAGO.
           MOVE SPACES TO HIST-MEMO-CHE.
           STRING "DIA " WS-ESC-DIA "/" WS-ESC-MES "/" WS-ESC-ANO
               " REABERTO" DELIMITED BY SIZE INTO HIST-MEMO-CHE.
           MOVE SPACE TO HIST-CANCEL-CHE.
           MOVE SPACES TO HIST-PIX-E2E-CHE.
           MOVE ZEROS TO HIST-VALOR-REVERSAO.
           MOVE WS-LIB-COD TO HIST-OPER-COD.
           MOVE WS-EMPRESA-ATUAL TO HIST-EMPRESA.
           WRITE REG-HIST.
           CLOSE HIST.

       P-DATA-TELA.
           MOVE WS-DA-DIA TO WS-DT-DIA.
           MOVE WS-DA-MES TO WS-DT-MES.
           MOVE WS-DA-ANO TO WS-DT-ANO.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (05 00) ERASE.
           MOVE 5 TO LIN.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           ACCEPT WS-HORA-DOS FROM TIME.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-HORA-AGORA =
               WS-HR-HH * 10000 + WS-HR-MM * 100 + WS-HR-SS.

       P-FIM.
           CLOSE DIAFECH.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

      *-----------------------------------------------------------*
      * Empresa e operador da sessao (SESSAO.DAT, gravado pelo     *
      * menu).                                                     *
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
