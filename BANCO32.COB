       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO32.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    SUSTACAO DE CHEQUE EMITIDO
      *    Cheque que ja saiu das nossas maos e se perdeu, foi
      *    roubado ou ficou em desacordo com o favorecido nao e
      *    cancelamento nem estorno (banco251) - o banco e avisado
      *    por telefone e SUSTA o cheque. <1> Registra a sustacao:
      *    motivo, data, protocolo do banco e tarifa cobrada vao
      *    p/ SUSTACAO.DAT (ver SUSTMAST) e o documento fica com
      *    CANCEL-CHE = "S" - sai dos pendentes sem ser dado como
      *    pago. O "antes" vai p/ HIST.DAT como sempre. <2> Amarra
      *    o cheque substituto (emitido normalmente no BANCO01) ao
      *    sustado. <3> Relatorio das sustacoes do periodo, com
      *    protocolo, tarifa e substituto (tela + BANCO32.TXT). O
      *    BANCO41 avisa se um sustado aparecer compensado no
      *    extrato. Menu Rotinas Bancarias, opcao 13.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUSTACAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUS-CHAVE
                  FILE STATUS IS FS-SUS.
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
       COPY BCOMAST.

       COPY SUSTMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY HISTMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO32.TXT".
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
       77 FS-SESSAO             PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS                   PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-SUS                PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-OPERACAO           PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CODIGO            PIC 9(06) VALUE ZEROS.
       77 WS-SUBST             PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-HOJE-AMD          PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".

      *-----dados digitados da sustacao---------------------------------*
       77 WS-MOTIVO            PIC X VALUE SPACES.
       88 WS-MOTIVO-OK         VALUE "P" "R" "D" "O".
       77 WS-MOTIVO-DESC       PIC X(30) VALUE SPACES.
       77 WS-PROTOCOLO         PIC X(20) VALUE SPACES.
       77 WS-TARIFA            PIC 9(07)V99 VALUE ZEROS.
       01 WS-DATA-SUS.
           03 DIA-SUS           PIC 99.
           03 MES-SUS           PIC 99.
           03 ANO-SUS           PIC 9(04).
      *-----o sustado, guardado antes de ler o substituto---------------*
       77 WS-SUS-NUM           PIC X(06) VALUE SPACES.

      *-----totais do relatorio------------------------------------------*
       77 WS-QTDE-SUST         PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-SUST        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-TARIFA      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-SEM-SUBST    PIC 9(04) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----periodo do relatorio, pela data da sustacao-----------------*
       01 WS-DATA-INI.
           03 DIA-INI           PIC 99.
           03 MES-INI           PIC 99.
           03 ANO-INI           PIC 9(04).
       01 WS-DATA-FIM.
           03 DIA-FIM           PIC 99.
           03 MES-FIM           PIC 99.
           03 ANO-FIM           PIC 9(04).
       77 WS-AMD-INI            PIC 9(08) VALUE ZEROS.
       77 WS-AMD-FIM            PIC 9(08) VALUE ZEROS.
      *-----SUS-DATA (AAAAMMDD) desmontada p/ mostrar DD/MM/AAAA------*
       01 WS-AMD-BUF            PIC 9(08).
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 ANO-AB            PIC 9(04).
           03 MES-AB            PIC 99.
           03 DIA-AB            PIC 99.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(30) VALUE "Cheques Sustados no Periodo   ".
           02 TIT-DIA-INI      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES-INI      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO-INI      PIC 9(04).
           02 F PIC X(03) VALUE " a ".
           02 TIT-DIA-FIM      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES-FIM      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO-FIM      PIC 9(04).

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 NUM-DET          PIC X(06).
           02 f pic x(01) value spaces.
           02 NOME-DET         PIC X(20).
           02 f pic x(01) value spaces.
           02 DIA-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-DET          PIC 9(04).
           02 f pic x(01) value spaces.
           02 MOTIVO-DET       PIC X(09).
           02 F PIC X(03) VALUE " R$".
           02 VALOR-DET        PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DET2.
           02 F PIC X(09) VALUE SPACES.
           02 F PIC X(06) VALUE "Prot. ".
           02 PROT-DET         PIC X(20).
           02 F PIC X(08) VALUE " Tarifa ".
           02 TARIFA-DET       PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(08) VALUE " Subst. ".
           02 SUBST-DET        PIC X(06).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 QTDE-TOT-DET     PIC ZZZ9.
           02 ROTULO-TOT-DET   PIC X(30).
           02 F PIC X(03) VALUE "R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /  ".
           02 LINE 01 COLUMN 70 VALUE "BANCO32" BLINK.
           02 LINE 03 COLUMN 22 VALUE " Sustacao de Cheque " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Sustar Cheque".
           02 LINE 06 COLUMN 04 VALUE "<2> Amarrar Cheque Substituto".
           02 LINE 07 COLUMN 04 VALUE "<3> Relatorio de Sustacoes".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-SUST.
           02 LINE 05 COLUMN 04 VALUE "No.do Cheque.......=".
           02 LINE 06 COLUMN 04 VALUE "Favorecido.........=".
           02 LINE 07 COLUMN 04 VALUE "Valor..............=".
           02 LINE 08 COLUMN 04 VALUE "Bom Para / Folha...=".
           02 LINE 10 COLUMN 04 VALUE "Motivo.............=".
           02 LINE 10 COLUMN 30
               VALUE "P-Perda R-Roubo D-Desacordo O-Outro".
           02 LINE 11 COLUMN 04 VALUE "Descricao..........=".
           02 LINE 12 COLUMN 04 VALUE "Data da Sustacao...=".
           02 LINE 13 COLUMN 04 VALUE "Protocolo do Banco.=".
           02 LINE 14 COLUMN 04 VALUE "Tarifa R$..........=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       01 TELA-SUBST.
           02 LINE 05 COLUMN 04 VALUE "Cheque Sustado.....=".
           02 LINE 06 COLUMN 04 VALUE "Favorecido.........=".
           02 LINE 07 COLUMN 04 VALUE "Valor..............=".
           02 LINE 09 COLUMN 04 VALUE "Cheque Substituto..=".
           02 LINE 10 COLUMN 04 VALUE "Favorecido.........=".
           02 LINE 11 COLUMN 04 VALUE "Valor..............=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O BANCO.
           IF FS = "30"
               DISPLAY (22 04) "!! BCO.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "BANCO40.COM".
           OPEN EXTEND HIST.
           IF FS-HIST = "30"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           OPEN I-O SUSTACAO.
           IF FS-SUS = "30" OR FS-SUS = "35"
               CLOSE SUSTACAO
               OPEN OUTPUT SUSTACAO
               CLOSE SUSTACAO
               OPEN I-O SUSTACAO.
           PERFORM P-DATA.

       P01-MENU.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-SUSTA THRU P-SUSTA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-SUBSTITUTO THRU P-SUBSTITUTO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Sustacao: so cheque emitido, liberado e ainda nao
      * compensado. O "antes" vai p/ HIST.DAT, o documento fica
      * "S" e o detalhe vai p/ SUSTACAO.DAT.
       P-SUSTA.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-SUST.
           ACCEPT (05 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-SUSTA-FIM.
           MOVE WS-CODIGO TO NUM-CHE.
           READ BANCO
               INVALID KEY
               DISPLAY (22 04) "!! < Codigo NAO Cadastrado > !!"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ NOT < 5000
               DISPLAY (22 04) "!! < Documento NAO e um Cheque > !!"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
           IF CHE-SUSTADO
               DISPLAY (22 04) "!! CHEQUE JA SUSTADO !!"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
           IF CHE-CANCELADO OR CHE-ESTORNO
               DISPLAY (22 04) "!! < Documento cancelado > !!"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
      *     acima do teto e ainda nao liberado nem saiu de casa -
      *     cancela-se no banco251
           IF CHE-PENDENTE
               DISPLAY (22 04) "!! CHEQUE AGUARDA LIBERACAO (BANCO48)"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
           IF DATA-CONF NOT = ZEROS
               DISPLAY (22 04) "!! CHEQUE JA COMPENSADO/BAIXADO !!"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
           DISPLAY (06 25) DESCRI-CHE.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (07 25) WS-MOSTRA-VALOR.
           DISPLAY (08 25) DIA-CHE "/" MES-CHE "/" ANO-CHE
               "  folha " FOLHA-CHE.
       P-SUSTA-MOTIVO.
           MOVE SPACE TO WS-MOTIVO.
           ACCEPT (10 25) WS-MOTIVO WITH PROMPT AUTO-SKIP.
           IF WS-MOTIVO = "p" MOVE "P" TO WS-MOTIVO.
           IF WS-MOTIVO = "r" MOVE "R" TO WS-MOTIVO.
           IF WS-MOTIVO = "d" MOVE "D" TO WS-MOTIVO.
           IF WS-MOTIVO = "o" MOVE "O" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACE
               GO TO P-SUSTA-FIM.
           IF NOT WS-MOTIVO-OK
               DISPLAY (22 04) "!! MOTIVO: P, R, D OU O !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-SUSTA-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-DESC.
           ACCEPT (11 25) WS-MOTIVO-DESC WITH PROMPT.
           MOVE DIA TO DIA-SUS.
           MOVE MES TO MES-SUS.
           MOVE ANO TO ANO-SUS.
           DISPLAY (12 25) DIA-SUS "/" MES-SUS "/" ANO-SUS.
           ACCEPT (12 25) DIA-SUS WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (12 28) MES-SUS WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (12 31) ANO-SUS WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-SUS = ZEROS OR DIA-SUS > 31
                   OR MES-SUS = ZEROS OR MES-SUS > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               GO TO P-SUSTA-FIM.
       P-SUSTA-PROTOCOLO.
           MOVE SPACES TO WS-PROTOCOLO.
           ACCEPT (13 25) WS-PROTOCOLO WITH PROMPT.
      *     sem protocolo nao ha prova de que o banco foi avisado
           IF WS-PROTOCOLO = SPACES
               DISPLAY (22 04) "!! INFORME O PROTOCOLO DO BANCO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-SUSTA-PROTOCOLO.
           MOVE ZEROS TO WS-TARIFA.
           ACCEPT (14 25) WS-TARIFA WITH PROMPT AUTO-SKIP.
           DISPLAY (16 04) "Confirma a sustacao < S/N >? ".
           ACCEPT (16 34) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-SUSTA-FIM.
           MOVE "R" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           MOVE "S" TO CANCEL-CHE.
           PERFORM P-REWRITE-BCO.
           MOVE WS-EMPRESA-ATUAL TO SUS-EMPRESA.
           MOVE NUM-CHE TO SUS-NUM-CHE.
           MOVE CONTA-CHE TO SUS-CONTA.
           MOVE DESCRI-CHE TO SUS-FAVOR.
           MOVE VALOR-CHE TO SUS-VALOR.
           MOVE FOLHA-CHE TO SUS-FOLHA.
           MOVE WS-MOTIVO TO SUS-MOTIVO.
           MOVE WS-MOTIVO-DESC TO SUS-MOTIVO-DESC.
           COMPUTE SUS-DATA =
               ANO-SUS * 10000 + MES-SUS * 100 + DIA-SUS.
           MOVE WS-PROTOCOLO TO SUS-PROTOCOLO.
           MOVE WS-TARIFA TO SUS-TARIFA.
           MOVE WS-OPER-ATUAL TO SUS-OPER.
           MOVE SPACES TO SUS-SUBST-CHE.
           MOVE ZEROS TO SUS-SUBST-DATA.
           MOVE ZEROS TO SUS-SUBST-OPER.
           WRITE REG-SUSTACAO
               INVALID KEY
                   REWRITE REG-SUSTACAO.
           DISPLAY (18 04) "Cheque sustado - fora dos pendentes.".
           DISPLAY (19 04) "Emitido o substituto no BANCO01, amarre"
               " na opcao <2>.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-SUSTA-FIM.

      *-----------------------------------------*
      * Amarra o cheque emitido no lugar do sustado. Favorecido ou
      * valor diferente pede confirmacao; cheque que ja substitui
      * outro sustado nao serve de novo.
       P-SUBSTITUTO.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-SUBST.
           ACCEPT (05 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-SUBSTITUTO-FIM.
           MOVE WS-EMPRESA-ATUAL TO SUS-EMPRESA.
           MOVE WS-CODIGO TO SUS-NUM-CHE.
           READ SUSTACAO
               INVALID KEY
                   DISPLAY (22 04) "!! CHEQUE NAO FOI SUSTADO !!"
                   ACCEPT WS-P
                   GO TO P-SUBSTITUTO-FIM.
           MOVE SUS-NUM-CHE TO WS-SUS-NUM.
           DISPLAY (06 25) SUS-FAVOR.
           MOVE SUS-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (07 25) WS-MOSTRA-VALOR.
           IF SUS-SUBST-CHE NOT = SPACES
               DISPLAY (08 04) "Ja amarrado ao cheque " SUS-SUBST-CHE
                   " - informe outro p/ trocar.".
           ACCEPT (09 25) WS-SUBST WITH PROMPT AUTO-SKIP.
           IF WS-SUBST = ZEROS
               GO TO P-SUBSTITUTO-FIM.
           MOVE WS-SUBST TO NUM-CHE.
           IF NUM-CHE = WS-SUS-NUM
               DISPLAY (22 04) "!! O SUBSTITUTO E O PROPRIO SUSTADO !!"
               ACCEPT WS-P
               GO TO P-SUBSTITUTO-FIM.
           READ BANCO
               INVALID KEY
                   DISPLAY (22 04) "!! < Codigo NAO Cadastrado > !!"
                   ACCEPT WS-P
                   GO TO P-SUBSTITUTO-FIM.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ NOT < 5000
               DISPLAY (22 04) "!! < Documento NAO e um Cheque > !!"
               ACCEPT WS-P
               GO TO P-SUBSTITUTO-FIM.
           IF CHE-CANCELADO OR CHE-ESTORNO
               DISPLAY (22 04) "!! SUBSTITUTO CANCELADO/SUSTADO !!"
               ACCEPT WS-P
               GO TO P-SUBSTITUTO-FIM.
           DISPLAY (10 25) DESCRI-CHE.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (11 25) WS-MOSTRA-VALOR.
           PERFORM P-SUBST-EM-USO THRU P-SUBST-EM-USO-FIM.
      *     a varredura passou por cima do registro: rele o sustado
           MOVE WS-EMPRESA-ATUAL TO SUS-EMPRESA.
           MOVE WS-SUS-NUM TO SUS-NUM-CHE.
           READ SUSTACAO
               INVALID KEY
                   GO TO P-SUBSTITUTO-FIM.
           IF WS-ACHOU = "S"
               DISPLAY (22 04) "!! CHEQUE JA SUBSTITUI OUTRO SUSTADO"
               ACCEPT WS-P
               GO TO P-SUBSTITUTO-FIM.
           IF DESCRI-CHE NOT = SUS-FAVOR OR VALOR-CHE NOT = SUS-VALOR
               DISPLAY (13 04) "Favorecido/valor diferente do sustado."
               DISPLAY (14 04) "Amarra assim mesmo < S/N >? "
           ELSE
               DISPLAY (14 04) "Confirma a amarracao < S/N >? ".
           ACCEPT (14 35) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-SUBSTITUTO-FIM.
           MOVE NUM-CHE TO SUS-SUBST-CHE.
           MOVE WS-HOJE-AMD TO SUS-SUBST-DATA.
           MOVE WS-OPER-ATUAL TO SUS-SUBST-OPER.
           REWRITE REG-SUSTACAO.
           DISPLAY (16 04) "Cheque " NUM-CHE " amarrado ao sustado "
               WS-SUS-NUM ".".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-SUBSTITUTO-FIM.

      *-----o cheque NUM-CHE ja e substituto de outra sustacao--------*
      *-----da empresa? devolve WS-ACHOU = S/N--------------------------*
       P-SUBST-EM-USO.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-EMPRESA-ATUAL TO SUS-EMPRESA.
           MOVE LOW-VALUES TO SUS-NUM-CHE.
           START SUSTACAO KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   GO TO P-SUBST-EM-USO-FIM.
       P-SUBST-EM-USO-LER.
           READ SUSTACAO NEXT RECORD
               AT END
                   GO TO P-SUBST-EM-USO-FIM.
           IF SUS-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-SUBST-EM-USO-FIM.
           IF SUS-NUM-CHE = WS-SUS-NUM
               GO TO P-SUBST-EM-USO-LER.
           IF SUS-SUBST-CHE = NUM-CHE
               MOVE "S" TO WS-ACHOU
               GO TO P-SUBST-EM-USO-FIM.
           GO TO P-SUBST-EM-USO-LER.
       P-SUBST-EM-USO-FIM.

      *-----------------------------------------*
      * Relatorio das sustacoes da empresa no periodo (data da
      * sustacao), com protocolo, tarifa e substituto.
       P-RELATORIO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Sustacoes no periodo (De/Ate)".
           DISPLAY (03 15) "De   :  /  /  .".
           ACCEPT (03 21) DIA-INI WITH PROMPT AUTO-SKIP.
           ACCEPT (03 24) MES-INI WITH PROMPT AUTO-SKIP.
           ACCEPT (03 27) ANO-INI WITH PROMPT AUTO-SKIP.
           DISPLAY (04 15) "Ate  :  /  /  .".
           ACCEPT (04 21) DIA-FIM WITH PROMPT AUTO-SKIP.
           ACCEPT (04 24) MES-FIM WITH PROMPT AUTO-SKIP.
           ACCEPT (04 27) ANO-FIM WITH PROMPT AUTO-SKIP.
           IF WS-DATA-FIM = ZEROS
               GO TO P-RELATORIO-FIM.
           COMPUTE WS-AMD-INI =
               ANO-INI * 10000 + MES-INI * 100 + DIA-INI.
           COMPUTE WS-AMD-FIM =
               ANO-FIM * 10000 + MES-FIM * 100 + DIA-FIM.
           MOVE DIA-INI TO TIT-DIA-INI.
           MOVE MES-INI TO TIT-MES-INI.
           MOVE ANO-INI TO TIT-ANO-INI.
           MOVE DIA-FIM TO TIT-DIA-FIM.
           MOVE MES-FIM TO TIT-MES-FIM.
           MOVE ANO-FIM TO TIT-ANO-FIM.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO WS-QTDE-SUST.
           MOVE ZEROS TO WS-VALOR-SUST.
           MOVE ZEROS TO WS-TOTAL-TARIFA.
           MOVE ZEROS TO WS-QTDE-SEM-SUBST.
           MOVE 6 TO LIN.
           MOVE WS-EMPRESA-ATUAL TO SUS-EMPRESA.
           MOVE LOW-VALUES TO SUS-NUM-CHE.
           START SUSTACAO KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   GO TO P-RELATORIO-FECHA.
       P-RELATORIO-LER.
           READ SUSTACAO NEXT RECORD
               AT END
                   GO TO P-RELATORIO-FECHA.
           IF SUS-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-RELATORIO-FECHA.
           IF SUS-DATA < WS-AMD-INI OR SUS-DATA > WS-AMD-FIM
               GO TO P-RELATORIO-LER.
           ADD 1 TO WS-QTDE-SUST.
           ADD SUS-VALOR TO WS-VALOR-SUST.
           ADD SUS-TARIFA TO WS-TOTAL-TARIFA.
           MOVE SUS-NUM-CHE TO NUM-DET.
           MOVE SUS-FAVOR TO NOME-DET.
           MOVE SUS-DATA TO WS-AMD-BUF.
           MOVE DIA-AB TO DIA-DET.
           MOVE MES-AB TO MES-DET.
           MOVE ANO-AB TO ANO-DET.
           IF SUS-PERDA
               MOVE "PERDA" TO MOTIVO-DET.
           IF SUS-ROUBO
               MOVE "ROUBO" TO MOTIVO-DET.
           IF SUS-DESACORDO
               MOVE "DESACORDO" TO MOTIVO-DET.
           IF SUS-OUTRO
               MOVE "OUTRO" TO MOTIVO-DET.
           MOVE SUS-VALOR TO VALOR-DET.
           MOVE SUS-PROTOCOLO TO PROT-DET.
           MOVE SUS-TARIFA TO TARIFA-DET.
           IF SUS-SUBST-CHE = SPACES
               MOVE "NENHUM" TO SUBST-DET
               ADD 1 TO WS-QTDE-SEM-SUBST
           ELSE
               MOVE SUS-SUBST-CHE TO SUBST-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           WRITE REG-ARQSAID FROM LINHA-DET2.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
           DISPLAY (LIN, 02) LINHA-DET2.
           ADD 1 TO LIN.
           IF LIN > 18 PERFORM P-PARA.
           GO TO P-RELATORIO-LER.
       P-RELATORIO-FECHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-QTDE-SUST TO QTDE-TOT-DET.
           MOVE " cheque(s) sustado(s)........." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-SUST TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE ZEROS TO QTDE-TOT-DET.
           MOVE " tarifas de sustacao.........." TO ROTULO-TOT-DET.
           MOVE WS-TOTAL-TARIFA TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           MOVE WS-VALOR-SUST TO WS-MOSTRA-VALOR.
           DISPLAY (20 04) WS-QTDE-SUST " sustado(s) R$ "
               WS-MOSTRA-VALOR ", " WS-QTDE-SEM-SUBST
               " sem substituto".
           MOVE WS-TOTAL-TARIFA TO WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Tarifas R$ " WS-MOSTRA-VALOR
               " - ver BANCO32.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RELATORIO-FIM.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (06 00) ERASE.
           MOVE 6 TO LIN.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.
           DISPLAY (02 70) DIA.
           DISPLAY (02 73) MES.
           DISPLAY (02 76) ANO.

       P-GRAVA-HIST.
           MOVE NUM-CHE        TO HIST-NUM-CHE.
           MOVE WS-OPERACAO    TO HIST-OPERACAO.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
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
      * tentar de novo em vez de perder a sustacao.                 *
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

       P-FIM.
           CLOSE BANCO HIST SUSTACAO.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO40.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida e qual arquivo de movimento          *
      * (BCO.DAT / BCOnn.DAT) lhe pertence, e quem esta logado.    *
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
