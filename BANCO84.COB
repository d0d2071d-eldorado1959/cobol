      *    sangria, <2> lanca suprimento, <3> lista o dia com os
      *    acumulados. O fechamento do BANCO36 soma daqui o
      *    dinheiro ESPERADO na gaveta - a conferencia da noite
      *    finalmente tem referencia. Do cofre o dinheiro vai ao
      *    banco: <4> monta a guia de deposito juntando as sangrias
      *    que ainda estao no cofre (DEPCOFRE.DAT / DEPSANG.DAT),
      *    p/ uma conta de CTA.DAT, com numero da guia e data - o
      *    BANCO41 casa depois o deposito com o credito do extrato;
      *    <5> posicao do cofre (tela e BANCO84.TXT): sangrias nao
      *    depositadas, depositos que o banco ainda nao creditou e
      *    diferenca entre o depositado e o creditado; <6> desfaz
      *    deposito ainda nao creditado (supervisor). Sangria ou
      *    deposito datado em dia ja assinado como fechado
      *    (BANCO28) so com liberacao do supervisor. Menu
      *    principal, opcao 44.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT SANGRIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SAN.
           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-DIAF.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT CTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTA-COD
                  FILE STATUS IS FS-CTA.
           SELECT DEPCOFRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEP-NUM
                  FILE STATUS IS FS-DEP.
           SELECT DEPSANG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DS-SAN-SEQ
                  FILE STATUS IS FS-DS.
           SELECT ARQSAID ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY SANGMAST.

       COPY DIAFMAST.

       COPY OPERMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY CTAMAST.

       COPY DEPCMAST.

       COPY DEPSMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO84.TXT".
       01 REG-ARQSAID           PIC X(80).

       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
      *-----dia de loja ja fechado (DIAFECH.DAT / BANCO28): so com----*
      *-----liberacao do supervisor--------------------------------------*
       77 FS-DIAF               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DIAF-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-DIAF-LIBERADO      PIC X VALUE "S".
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-TIPO-LANC         PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       77 WS-HOJE-AMD          PIC 9(08) VALUE ZEROS.

      *-----deposito do cofre: sangrias escolhidas p/ a guia----------*
      *-----(posicao de cada uma em SANGRIA.DAT, ver DEPSMAST)---------*
       77 FS-CTA                PIC XX.
       77 FS-DEP                PIC XX.
       77 FS-DS                 PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-NIVEL-ATUAL        PIC 9 VALUE 1.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-SAN-SEQ           PIC 9(07) VALUE ZEROS.
       01 WS-TAB-DEP.
           02 WS-DEP-SEQ OCCURS 100 TIMES PIC 9(07).
       77 WS-DEP-USADAS        PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-DEP-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77 WS-DEP-CONTA         PIC 99 VALUE ZEROS.
       77 WS-DEP-GUIA          PIC X(06) VALUE SPACES.
       77 WS-PROX-DEP          PIC 9(06) VALUE ZEROS.
       77 WS-DEP-AMD           PIC 9(08) VALUE ZEROS.
       01 WS-DEP-DATA          PIC 9(08) VALUE ZEROS.
       01 WS-DEP-DATA-R REDEFINES WS-DEP-DATA.
           03 WS-DEP-DIA       PIC 99.
           03 WS-DEP-MES       PIC 99.
           03 WS-DEP-ANO       PIC 9(04).
       01 WS-CRED-DATA         PIC 9(08) VALUE ZEROS.
       01 WS-CRED-DATA-R REDEFINES WS-CRED-DATA.
           03 WS-CRED-DIA      PIC 99.
           03 WS-CRED-MES      PIC 99.
           03 WS-CRED-ANO      PIC 9(04).

      *-----posicao do cofre: acumulados das tres listas---------------*
       77 WS-COF-MODO          PIC X VALUE SPACES.
       77 WS-COF-QTDE-SAN      PIC 9(04) VALUE ZEROS.
       77 WS-COF-SAN           PIC 9(11)V99 VALUE ZEROS.
       77 WS-COF-QTDE-AGU      PIC 9(04) VALUE ZEROS.
       77 WS-COF-AGU           PIC 9(11)V99 VALUE ZEROS.
       77 WS-COF-QTDE-DIF      PIC 9(04) VALUE ZEROS.
       77 WS-COF-DIF           PIC S9(11)V99 VALUE ZEROS.
       77 WS-COF-HOJE          PIC 9(11)V99 VALUE ZEROS.
       77 WS-COF-DEP-HOJE      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIF               PIC S9(09)V99 VALUE ZEROS.
       01 WS-LINHA-TELA        PIC X(78) VALUE SPACES.

       01 LINHA-CABEC.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(40)
               VALUE "Posicao do Cofre - Sangrias x Depositos".
           02 F PIC X(02) VALUE SPACES.
           02 CAB-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CAB-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CAB-ANO          PIC 9(04).

       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 SECAO-DET        PIC X(74).

       01 LINHA-SAN.
           02 F PIC X(02) VALUE SPACES.
           02 SAN-SEQ-DET      PIC ZZZZZZ9.
           02 F PIC X(02) VALUE SPACES.
           02 SAN-DIA-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 SAN-MES-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 SAN-ANO-DET      PIC 9(04).
           02 F PIC X(04) VALUE "  R$".
           02 SAN-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 SAN-MOTIVO-DET   PIC X(20).
           02 F PIC X(04) VALUE " Op.".
           02 SAN-OPER-DET     PIC 99.

       01 LINHA-SUBTIT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(32)
               VALUE "Num.   Guia   Data       Ct     ".
           02 F PIC X(16) VALUE "Depositado      ".
           02 F PIC X(16) VALUE "Creditado       ".
           02 F PIC X(09) VALUE "Diferenca".

       01 LINHA-DEP.
           02 F PIC X(02) VALUE SPACES.
           02 DEP-NUM-DET      PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 DEP-GUIA-DET     PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 DEP-DIA-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 DEP-MES-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 DEP-ANO-DET      PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DEP-CONTA-DET    PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 DEP-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 DEP-CRED-DET     PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 F PIC X(01) VALUE SPACES.
           02 DEP-DIF-DET      PIC -ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       01 LINHA-TOT.
           02 F PIC X(02) VALUE SPACES.
           02 TOT-QTDE-DET     PIC ZZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 TOT-ROTULO-DET   PIC X(34).
           02 F PIC X(03) VALUE "R$ ".
           02 TOT-VALOR-DET    PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 F PIC X(76) VALUE ALL "-".

       SCREEN SECTION.
       01 TELA-MENU.
           02 LINE 05 COLUMN 04 VALUE "<1> Lancar Sangria".
           02 LINE 06 COLUMN 04 VALUE "<2> Lancar Suprimento".
           02 LINE 07 COLUMN 04 VALUE "<3> Movimento do Dia".
           02 LINE 08 COLUMN 04 VALUE "<4> Deposito do Cofre no Banco".
           02 LINE 09 COLUMN 04 VALUE "<5> Posicao do Cofre".
           02 LINE 10 COLUMN 04 VALUE "<6> Desfazer Deposito".
           02 LINE 11 COLUMN 04 VALUE "<0> Sair".
           02 LINE 13 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (13 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               MOVE "S" TO WS-TIPO-LANC
               PERFORM P-LANCA THRU P-LANCA-FIM
           IF WS-OPCAO = "3"
               PERFORM P-MOVIMENTO THRU P-MOVIMENTO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-DEPOSITO THRU P-DEPOSITO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-COFRE THRU P-COFRE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "6"
               PERFORM P-DESFAZ THRU P-DESFAZ-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
       P-LANCA.
           DISPLAY (01 01) ERASE.
           COMPUTE WS-DIAF-AMD = ANO * 10000 + MES * 100 + DIA.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-LANCA-FIM.
           IF WS-TIPO-LANC = "S"
               DISPLAY (02 04) "SANGRIA (dinheiro SAI da gaveta)"
           ELSE
           IF SAN-DIA NOT = DIA OR SAN-MES NOT = MES
               OR SAN-ANO NOT = ANO
               GO TO P-MOVIMENTO-LER.
           IF SAN-SAIDA
               ADD SAN-VALOR TO WS-TOT-SANGRIA
           ELSE
               ADD SAN-VALOR TO WS-TOT-SUPRIM.
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.

      *-----------------------------------------------------------*
      * Deposito do cofre: lista as sangrias que ainda nao foram   *
      * ao banco (sem registro em DEPSANG.DAT), o operador escolhe *
      * as que vao na guia; depois conta, numero da guia e data.   *
      *-----------------------------------------------------------*
       P-DEPOSITO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "DEPOSITO DO COFRE NO BANCO".
           PERFORM P-ABRE-DEP.
           MOVE ZEROS TO WS-DEP-USADAS.
           MOVE ZEROS TO WS-DEP-TOTAL.
           MOVE ZEROS TO WS-SAN-SEQ.
           CLOSE SANGRIA.
           OPEN INPUT SANGRIA.
           IF FS-SAN NOT = "00"
               CLOSE SANGRIA
               OPEN EXTEND SANGRIA
               DISPLAY (22 04) "!! NENHUMA SANGRIA LANCADA !!"
               GO TO P-DEPOSITO-SAI.
           DISPLAY (03 04) "Sangrias no cofre:  <S> vai no deposito,"
               " <N> fica, <F> encerra".
           MOVE 5 TO LIN.
       P-DEPOSITO-LER.
           READ SANGRIA
               AT END
                   GO TO P-DEPOSITO-DADOS.
           ADD 1 TO WS-SAN-SEQ.
           IF NOT SAN-SANGRIA
               GO TO P-DEPOSITO-LER.
           MOVE WS-SAN-SEQ TO DS-SAN-SEQ.
           READ DEPSANG
               INVALID KEY
                   GO TO P-DEPOSITO-MOSTRA.
           GO TO P-DEPOSITO-LER.
       P-DEPOSITO-MOSTRA.
           IF WS-DEP-USADAS = 100
               GO TO P-DEPOSITO-DADOS.
           MOVE SAN-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 02) SAN-DIA "/" SAN-MES "/" SAN-ANO.
           DISPLAY (LIN, 14) WS-MOSTRA-VALOR.
           DISPLAY (LIN, 30) SAN-MOTIVO.
           DISPLAY (LIN, 52) "Op." SAN-OPER-COD.
           MOVE "N" TO WS-CONF.
           ACCEPT (LIN, 60) WS-CONF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-CONF = "F" OR "f"
               GO TO P-DEPOSITO-DADOS.
           IF WS-CONF = "S" OR "s"
               ADD 1 TO WS-DEP-USADAS
               MOVE WS-SAN-SEQ TO WS-DEP-SEQ ( WS-DEP-USADAS )
               ADD SAN-VALOR TO WS-DEP-TOTAL
               DISPLAY (LIN, 62) "*".
           ADD 1 TO LIN.
           IF LIN > 20
               DISPLAY (05 01) ERASE
               MOVE 5 TO LIN.
           GO TO P-DEPOSITO-LER.
       P-DEPOSITO-DADOS.
           CLOSE SANGRIA.
           OPEN EXTEND SANGRIA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "DEPOSITO DO COFRE NO BANCO".
           IF WS-DEP-USADAS = ZEROS
               DISPLAY (22 04) "!! NENHUMA SANGRIA ESCOLHIDA !!"
               GO TO P-DEPOSITO-SAI.
           MOVE WS-DEP-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (04 04) WS-DEP-USADAS " sangria(s)   total R$ "
               WS-MOSTRA-VALOR.
       P-DEPOSITO-CONTA.
           DISPLAY (06 04) "Conta (0=Desiste)..=".
           MOVE ZEROS TO WS-DEP-CONTA.
           ACCEPT (06 25) WS-DEP-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-DEP-CONTA = ZEROS
               GO TO P-DEPOSITO-SAI.
           MOVE WS-DEP-CONTA TO CTA-COD.
           READ CTA
               INVALID KEY
                   DISPLAY (22 04) "!! CONTA NAO CADASTRADA !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-DEPOSITO-CONTA.
           IF CTA-INATIVA
               DISPLAY (22 04) "!! CONTA INATIVA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-DEPOSITO-CONTA.
           DISPLAY (06 30) CTA-NOME.
           DISPLAY (07 04) "Numero da guia.....=".
           MOVE SPACES TO WS-DEP-GUIA.
           ACCEPT (07 25) WS-DEP-GUIA WITH PROMPT.
       P-DEPOSITO-DATA.
           DISPLAY (08 04) "Data (DDMMAAAA)....=".
           COMPUTE WS-DEP-DATA = DIA * 1000000 + MES * 10000 + ANO.
           ACCEPT (08 25) WS-DEP-DATA WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-DEP-AMD = WS-DEP-ANO * 10000
               + WS-DEP-MES * 100 + WS-DEP-DIA.
           IF WS-DEP-DIA < 1 OR WS-DEP-DIA > 31
                   OR WS-DEP-MES < 1 OR WS-DEP-MES > 12
                   OR WS-DEP-ANO < 2000 OR WS-DEP-AMD > WS-HOJE-AMD
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-DEPOSITO-DATA.
           MOVE WS-DEP-AMD TO WS-DIAF-AMD.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-DEPOSITO-SAI.
           DISPLAY (10 04) "Confirma o deposito <S/N>?".
           MOVE "N" TO WS-CONF.
           ACCEPT (10 32) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-DEPOSITO-SAI.
           PERFORM P-PROXIMO-DEP THRU P-PROXIMO-DEP-FIM.
           MOVE WS-PROX-DEP TO DEP-NUM.
           MOVE WS-DEP-GUIA TO DEP-GUIA.
           MOVE WS-DEP-DIA TO DEP-DIA.
           MOVE WS-DEP-MES TO DEP-MES.
           MOVE WS-DEP-ANO TO DEP-ANO.
           MOVE WS-DEP-CONTA TO DEP-CONTA.
           MOVE WS-DEP-TOTAL TO DEP-VALOR.
           MOVE WS-DEP-USADAS TO DEP-QTDE-SAN.
           MOVE "A" TO DEP-SITUACAO.
           MOVE ZEROS TO DEP-DATA-CRED.
           MOVE ZEROS TO DEP-VALOR-CRED.
           MOVE WS-OPER-ATUAL TO DEP-OPER-COD.
           WRITE REG-DEPCOFRE INVALID KEY
               DISPLAY (22 04) "!! ERRO AO GRAVAR DEPCOFRE - FS = "
                   FS-DEP
               GO TO P-DEPOSITO-SAI.
           MOVE ZEROS TO WS-IDX.
           PERFORM P-DEPOSITO-LIGA THRU P-DEPOSITO-LIGA-FIM.
           DISPLAY (12 04) "Deposito " DEP-NUM
               " gravado - aguardando o credito no banco".
       P-DEPOSITO-SAI.
           CLOSE DEPCOFRE DEPSANG CTA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-DEPOSITO-FIM.

      *-----cada sangria escolhida aponta p/ o deposito----------------*
       P-DEPOSITO-LIGA.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-DEP-USADAS
               GO TO P-DEPOSITO-LIGA-FIM.
           MOVE WS-DEP-SEQ ( WS-IDX ) TO DS-SAN-SEQ.
           MOVE DEP-NUM TO DS-DEP-NUM.
           WRITE REG-DEPSANG INVALID KEY
               REWRITE REG-DEPSANG.
           GO TO P-DEPOSITO-LIGA.
       P-DEPOSITO-LIGA-FIM.

      *-----proximo numero de deposito (maior + 1)---------------------*
       P-PROXIMO-DEP.
           MOVE ZEROS TO WS-PROX-DEP.
           MOVE ZEROS TO DEP-NUM.
           START DEPCOFRE KEY IS NOT LESS THAN DEP-NUM
               INVALID KEY
                   GO TO P-PROXIMO-DEP-CALC.
       P-PROXIMO-DEP-LER.
           READ DEPCOFRE NEXT RECORD
               AT END
                   GO TO P-PROXIMO-DEP-CALC.
           MOVE DEP-NUM TO WS-PROX-DEP.
           GO TO P-PROXIMO-DEP-LER.
       P-PROXIMO-DEP-CALC.
           ADD 1 TO WS-PROX-DEP.
       P-PROXIMO-DEP-FIM.

      *-----abre depositos e vinculos (cria na primeira vez) e contas--*
       P-ABRE-DEP.
           OPEN I-O DEPCOFRE.
           IF FS-DEP = "30" OR FS-DEP = "35"
               CLOSE DEPCOFRE
               OPEN OUTPUT DEPCOFRE
               CLOSE DEPCOFRE
               OPEN I-O DEPCOFRE.
           OPEN I-O DEPSANG.
           IF FS-DS = "30" OR FS-DS = "35"
               CLOSE DEPSANG
               OPEN OUTPUT DEPSANG
               CLOSE DEPSANG
               OPEN I-O DEPSANG.
           OPEN INPUT CTA.

      *-----------------------------------------------------------*
      * Posicao do cofre (tela e BANCO84.TXT): sangrias que nao    *
      * foram ao banco, depositos sem credito no extrato e os      *
      * creditados com valor diferente do que foi depositado.      *
      *-----------------------------------------------------------*
       P-COFRE.
           DISPLAY (01 01) ERASE.
           PERFORM P-ABRE-DEP.
           OPEN OUTPUT ARQSAID.
           MOVE ZEROS TO WS-COF-QTDE-SAN.
           MOVE ZEROS TO WS-COF-SAN.
           MOVE ZEROS TO WS-COF-QTDE-AGU.
           MOVE ZEROS TO WS-COF-AGU.
           MOVE ZEROS TO WS-COF-QTDE-DIF.
           MOVE ZEROS TO WS-COF-DIF.
           MOVE ZEROS TO WS-COF-HOJE.
           MOVE ZEROS TO WS-COF-DEP-HOJE.
           MOVE ZEROS TO WS-SAN-SEQ.
           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           MOVE 2 TO LIN.
           MOVE LINHA-CABEC TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE LINHA-TRACO TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE "== SANGRIAS NO COFRE (NAO DEPOSITADAS) =="
               TO SECAO-DET.
           MOVE LINHA-SECAO TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           CLOSE SANGRIA.
           OPEN INPUT SANGRIA.
           IF FS-SAN NOT = "00"
               GO TO P-COFRE-DEPOSITOS.
       P-COFRE-SANGRIA.
           READ SANGRIA
               AT END
                   GO TO P-COFRE-DEPOSITOS.
           ADD 1 TO WS-SAN-SEQ.
           IF NOT SAN-SANGRIA
               GO TO P-COFRE-SANGRIA.
           IF SAN-DIA = DIA AND SAN-MES = MES AND SAN-ANO = ANO
               ADD SAN-VALOR TO WS-COF-HOJE.
           MOVE WS-SAN-SEQ TO DS-SAN-SEQ.
           READ DEPSANG
               INVALID KEY
                   GO TO P-COFRE-SANGRIA-MOSTRA.
           GO TO P-COFRE-SANGRIA.
       P-COFRE-SANGRIA-MOSTRA.
           ADD 1 TO WS-COF-QTDE-SAN.
           ADD SAN-VALOR TO WS-COF-SAN.
           MOVE WS-SAN-SEQ TO SAN-SEQ-DET.
           MOVE SAN-DIA TO SAN-DIA-DET.
           MOVE SAN-MES TO SAN-MES-DET.
           MOVE SAN-ANO TO SAN-ANO-DET.
           MOVE SAN-VALOR TO SAN-VALOR-DET.
           MOVE SAN-MOTIVO TO SAN-MOTIVO-DET.
           MOVE SAN-OPER-COD TO SAN-OPER-DET.
           MOVE LINHA-SAN TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           GO TO P-COFRE-SANGRIA.
       P-COFRE-DEPOSITOS.
           CLOSE SANGRIA.
           OPEN EXTEND SANGRIA.
           MOVE "A" TO WS-COF-MODO.
           MOVE "== DEPOSITOS SEM CREDITO NO BANCO ==" TO SECAO-DET.
           PERFORM P-COF-SECAO-DEP.
           PERFORM P-COF-DEP THRU P-COF-DEP-FIM.
           MOVE "D" TO WS-COF-MODO.
           MOVE "== CREDITADOS COM DIFERENCA ==" TO SECAO-DET.
           PERFORM P-COF-SECAO-DEP.
           PERFORM P-COF-DEP THRU P-COF-DEP-FIM.
           MOVE LINHA-TRACO TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE WS-COF-QTDE-SAN TO TOT-QTDE-DET.
           MOVE "sangria(s) no cofre" TO TOT-ROTULO-DET.
           MOVE WS-COF-SAN TO TOT-VALOR-DET.
           MOVE LINHA-TOT TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE WS-COF-QTDE-AGU TO TOT-QTDE-DET.
           MOVE "deposito(s) a caminho do banco" TO TOT-ROTULO-DET.
           MOVE WS-COF-AGU TO TOT-VALOR-DET.
           MOVE LINHA-TOT TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE WS-COF-QTDE-DIF TO TOT-QTDE-DET.
           MOVE "diferenca creditado - depositado" TO TOT-ROTULO-DET.
           MOVE WS-COF-DIF TO TOT-VALOR-DET.
           MOVE LINHA-TOT TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE ZEROS TO TOT-QTDE-DET.
           MOVE "sangrias de hoje" TO TOT-ROTULO-DET.
           MOVE WS-COF-HOJE TO TOT-VALOR-DET.
           MOVE LINHA-TOT TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE "depositado hoje" TO TOT-ROTULO-DET.
           MOVE WS-COF-DEP-HOJE TO TOT-VALOR-DET.
           MOVE LINHA-TOT TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           CLOSE ARQSAID.
           CLOSE DEPCOFRE DEPSANG CTA.
           DISPLAY (22 04) "Detalhe gravado em BANCO84.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-COFRE-FIM.

       P-COF-SECAO-DEP.
           MOVE LINHA-SECAO TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           MOVE LINHA-SUBTIT TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.

      *-----uma passada em DEPCOFRE.DAT por lista: "A" = aguardando,--*
      *-----"D" = creditados com valor diferente do depositado---------*
       P-COF-DEP.
           MOVE ZEROS TO DEP-NUM.
           START DEPCOFRE KEY IS NOT LESS THAN DEP-NUM
               INVALID KEY
                   GO TO P-COF-DEP-FIM.
       P-COF-DEP-LER.
           READ DEPCOFRE NEXT RECORD
               AT END
                   GO TO P-COF-DEP-FIM.
           IF DEP-CANCELADO
               GO TO P-COF-DEP-LER.
           IF WS-COF-MODO = "A" AND DEP-DIA = DIA AND DEP-MES = MES
                   AND DEP-ANO = ANO
               ADD DEP-VALOR TO WS-COF-DEP-HOJE.
           IF WS-COF-MODO = "A" AND NOT DEP-AGUARDANDO
               GO TO P-COF-DEP-LER.
           IF WS-COF-MODO = "D" AND NOT DEP-CREDITADO
               GO TO P-COF-DEP-LER.
           IF WS-COF-MODO = "D" AND DEP-VALOR-CRED = DEP-VALOR
               GO TO P-COF-DEP-LER.
           MOVE DEP-NUM TO DEP-NUM-DET.
           MOVE DEP-GUIA TO DEP-GUIA-DET.
           MOVE DEP-DIA TO DEP-DIA-DET.
           MOVE DEP-MES TO DEP-MES-DET.
           MOVE DEP-ANO TO DEP-ANO-DET.
           MOVE DEP-CONTA TO DEP-CONTA-DET.
           MOVE DEP-VALOR TO DEP-VALOR-DET.
           IF WS-COF-MODO = "A"
               ADD 1 TO WS-COF-QTDE-AGU
               ADD DEP-VALOR TO WS-COF-AGU
               MOVE ZEROS TO DEP-CRED-DET
               MOVE ZEROS TO DEP-DIF-DET
           ELSE
               COMPUTE WS-DIF = DEP-VALOR-CRED - DEP-VALOR
               ADD 1 TO WS-COF-QTDE-DIF
               ADD WS-DIF TO WS-COF-DIF
               MOVE DEP-VALOR-CRED TO DEP-CRED-DET
               MOVE WS-DIF TO DEP-DIF-DET.
           MOVE LINHA-DEP TO WS-LINHA-TELA.
           PERFORM P-COF-LINHA.
           GO TO P-COF-DEP-LER.
       P-COF-DEP-FIM.

      *-----mesma linha no arquivo e na tela, paginando a tela---------*
       P-COF-LINHA.
           WRITE REG-ARQSAID FROM WS-LINHA-TELA.
           DISPLAY (LIN, 02) WS-LINHA-TELA.
           ADD 1 TO LIN.
           IF LIN > 20
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (02 00) ERASE
               MOVE 2 TO LIN.

      *-----------------------------------------------------------*
      * Desfaz deposito que o banco ainda nao creditou: a guia     *
      * fica "X" e as sangrias dela voltam ao cofre. So supervisor.*
      *-----------------------------------------------------------*
       P-DESFAZ.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "DESFAZER DEPOSITO DO COFRE".
           IF WS-NIVEL-ATUAL < 2
               DISPLAY (22 04) "!! DESFAZER DEPOSITO E SO DO"
                   " SUPERVISOR !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-DESFAZ-FIM.
           PERFORM P-ABRE-DEP.
           DISPLAY (04 04) "Deposito (0=Sai)...=".
           MOVE ZEROS TO DEP-NUM.
           ACCEPT (04 25) DEP-NUM WITH PROMPT AUTO-SKIP.
           IF DEP-NUM = ZEROS
               GO TO P-DESFAZ-SAI.
           READ DEPCOFRE
               INVALID KEY
                   DISPLAY (22 04) "!! DEPOSITO NAO CADASTRADO !!"
                   GO TO P-DESFAZ-SAI.
           IF NOT DEP-AGUARDANDO
               DISPLAY (22 04) "!! SO DEPOSITO SEM CREDITO NO BANCO"
                   " PODE SER DESFEITO !!"
               GO TO P-DESFAZ-SAI.
           MOVE DEP-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (06 04) "Guia " DEP-GUIA "  de " DEP-DIA "/"
               DEP-MES "/" DEP-ANO "  conta " DEP-CONTA.
           DISPLAY (07 04) DEP-QTDE-SAN " sangria(s)   R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (09 04) "Confirma desfazer <S/N>?".
           MOVE "N" TO WS-CONF.
           ACCEPT (09 30) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-DESFAZ-SAI.
           MOVE "X" TO DEP-SITUACAO.
           REWRITE REG-DEPCOFRE.
           MOVE ZEROS TO DS-SAN-SEQ.
           START DEPSANG KEY IS NOT LESS THAN DS-SAN-SEQ
               INVALID KEY
                   GO TO P-DESFAZ-OK.
       P-DESFAZ-LER.
           READ DEPSANG NEXT RECORD
               AT END
                   GO TO P-DESFAZ-OK.
           IF DS-DEP-NUM = DEP-NUM
               DELETE DEPSANG RECORD.
           GO TO P-DESFAZ-LER.
       P-DESFAZ-OK.
           DISPLAY (11 04) "Deposito desfeito - sangrias de volta"
               " ao cofre".
       P-DESFAZ-SAI.
           CLOSE DEPCOFRE DEPSANG CTA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-DESFAZ-FIM.

      *-----------------------------------------------------------*
      * Dia ja fechado (DIAFECH.DAT / BANCO28): movimento datado   *
      * WS-DIAF-AMD (AAAAMMDD) num dia assinado como fechado so    *
      * entra com login de supervisor (OPER-NIVEL 2); recusado,    *
      * WS-DIAF-LIBERADO volta "N". Sem DIAFECH.DAT, tudo livre.   *
      *-----------------------------------------------------------*
       P-TESTA-DIA-FECHADO.
           MOVE "S" TO WS-DIAF-LIBERADO.
           OPEN INPUT DIAFECH.
           IF FS-DIAF NOT = "00"
               CLOSE DIAFECH
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE WS-DIAF-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           CLOSE DIAFECH.
           IF NOT DIAF-FECHADO
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE "N" TO WS-DIAF-LIBERADO.
           DISPLAY (18 04) "!! DIA JA FECHADO (BANCO28) !!".
           DISPLAY (19 04) "Liberacao do supervisor <S/N>? ".
           ACCEPT (19 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (20 04) "Operador/Senha: ".
           ACCEPT (20 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (21 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-TESTA-DIA-FECHADO-LIMPA.
           ACCEPT (20 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (21 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           IF NOT OPER-SUPERVISOR
               DISPLAY (21 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           CLOSE OPER.
           MOVE "S" TO WS-DIAF-LIBERADO.
       P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
       P-TESTA-DIA-FECHADO-FIM.

      *-----------------------------------------------------------*
      * Operador da sessao (SESSAO.DAT) - carimba cada mexida.     *
      *-----------------------------------------------------------*
                   CLOSE SESSAO
                   EXIT PARAGRAPH.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-NIVEL TO WS-NIVEL-ATUAL.
           CLOSE SESSAO.

       P-FIM.
