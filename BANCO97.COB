       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO97.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    ARQUIVO DE CHEQUES EMITIDOS AO BANCO (CUSTODIA)
      *    O banco so conhece a folha quando ela e apresentada -
      *    folha roubada, adulterada ou jogada fora com erro era
      *    paga do mesmo jeito. <1> Gera, p/ o dia informado, o
      *    arquivo CHEQEMIT.TXT no layout do banco (mesma mecanica
      *    de abertura/detalhe/fechamento da remessa do BANCO42):
      *    cada cheque impresso no dia (diario EMITCHQ.DAT do
      *    BANCO18 - conta, folha, valor, favorecido) vai como
      *    "emitido"; folha inutilizada na impressao e cheque
      *    cancelado ou estornado no dia (HIST.DAT, operacao "C")
      *    que ja tinha folha vao como SUSTACAO. Cheque impresso
      *    sem talao cadastrado nao tem numero de folha - fica de
      *    fora do arquivo e aparece no relatorio p/ tratar no
      *    banco. O relatorio do dia sai em BANCO97.TXT e cada
      *    geracao fica registrada em REMCHQ.DAT. <2> Controle:
      *    lista, por dia de movimento, o que foi mandado ao banco.
      *    Menu de Rotinas Bancarias (BANCO40), opcao 10.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.

           SELECT EMITCHQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EMIT.

           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.

           SELECT REMCHQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-RCH.

           SELECT REMESSA   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-REM.

           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

           SELECT EMPRESA   ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMPRESA-COD
                  FILE STATUS  IS FS-EMPRESA.

           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY EMITMAST.

       COPY HISTMAST.

       COPY REMCHMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      *-----arquivo p/ o banco, mesmo tamanho da remessa do BANCO42-----*
       FD REMESSA           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "CHEQEMIT.TXT".
       01 REG-REMESSA          PIC X(100).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO97.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY EMPRESA.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico do diario (expurgo anual = BANCO91)-------------*
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
       77 FS-EMIT               PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-RCH                PIC XX.
       77 FS-REM                PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-QTDE-EMIT         PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-EMIT        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-SUST         PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-SUST        PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-SEM-FOLHA    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-LISTA        PIC 9(04) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-DATA-BUF          PIC 9(08) VALUE ZEROS.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----dia do movimento, na ordem digitada (= EMI-DATA e----------*
      *-----HIST-DATA-MOV)-----------------------------------------------*
       01 WS-MOV-DMA.
           03 DIA-MOV           PIC 99.
           03 MES-MOV           PIC 99.
           03 ANO-MOV           PIC 9(04).
       01 WS-MOV-AMD.
           03 ANO-MOV-A         PIC 9(04).
           03 MES-MOV-A         PIC 99.
           03 DIA-MOV-A         PIC 99.

      *-----periodo do controle, na ordem digitada e AAAAMMDD-----------*
       01 WS-DATA-INI.
           03 DIA-INI           PIC 99.
           03 MES-INI           PIC 99.
           03 ANO-INI           PIC 9(04).
       01 WS-DATA-FIM.
           03 DIA-FIM           PIC 99.
           03 MES-FIM           PIC 99.
           03 ANO-FIM           PIC 9(04).
       01 WS-DATA-I.
           03 ANO-I             PIC 9(04).
           03 MES-I             PIC 99.
           03 DIA-I             PIC 99.
       01 WS-DATA-I-N REDEFINES WS-DATA-I PIC 9(08).
       01 WS-DATA-F.
           03 ANO-F             PIC 9(04).
           03 MES-F             PIC 99.
           03 DIA-F             PIC 99.
       01 WS-DATA-F-N REDEFINES WS-DATA-F PIC 9(08).
       01 WS-AMD-BUF            PIC 9(08) VALUE ZEROS.
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 ANO-AMD           PIC 9(04).
           03 MES-AMD           PIC 99.
           03 DIA-AMD           PIC 99.

      *-----registro "0": abertura, dados da empresa e dia-------------*
       01 LINHA-REM-HEADER.
           02 F PIC X(01) VALUE "0".
           02 F PIC X(07) VALUE "CHEQUES".
           02 HDR-EMPRESA      PIC X(24).
           02 HDR-CNPJ         PIC X(18).
           02 HDR-DIA          PIC 99.
           02 HDR-MES          PIC 99.
           02 HDR-ANO          PIC 9(04).
           02 F PIC X(42) VALUE SPACES.

      *-----registro "1": uma folha por linha - E = emitido, S = sustar-*
       01 LINHA-REM-DET.
           02 F PIC X(01) VALUE "1".
           02 DET-TIPO         PIC X(01).
           02 DET-CONTA        PIC X(10).
           02 DET-FOLHA        PIC 9(06).
           02 DET-NUM-CHE      PIC X(06).
           02 DET-VALOR        PIC 9(09)V99.
           02 DET-FAVORECIDO   PIC X(20).
           02 DET-EMISSAO      PIC 9(08).
           02 DET-BOMPARA      PIC 9(08).
      *-----motivo da sustacao: I inutilizada, C cancelado, E estorno--*
           02 DET-MOTIVO       PIC X(01).
           02 F PIC X(28) VALUE SPACES.

      *-----registro "9": fechamento, quantidades e somas---------------*
       01 LINHA-REM-TRAILER.
           02 F PIC X(01) VALUE "9".
           02 TRL-QTDE-EMIT    PIC 9(06).
           02 TRL-VALOR-EMIT   PIC 9(13)V99.
           02 TRL-QTDE-SUST    PIC 9(06).
           02 TRL-VALOR-SUST   PIC 9(13)V99.
           02 F PIC X(57) VALUE SPACES.

       01 LINHA-TRACO.
           02 F PIC X(76) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 TIT-DESCR        PIC X(40).
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-DET.
           02 F PIC X(01) VALUE SPACES.
           02 LST-SITUACAO     PIC X(07).
           02 F PIC X(01) VALUE SPACES.
           02 LST-CONTA        PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 LST-FOLHA        PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 LST-NUM-CHE      PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 LST-FAVORECIDO   PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 LST-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 LST-MOTIVO       PIC X(06).
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(26).
           02 QTDE-TOT-DET     PIC ZZ.ZZ9.
           02 F PIC X(04) VALUE " R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-CTL.
           02 F PIC X(01) VALUE SPACES.
           02 CTL-MOV          PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 CTL-GER          PIC 99/99/9999.
           02 F PIC X(06) VALUE " Emit.".
           02 CTL-QTDE-EMIT    PIC ZZZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 CTL-VALOR-EMIT   PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(06) VALUE " Sust.".
           02 CTL-QTDE-SUST    PIC ZZZZ9.
           02 F PIC X(07) VALUE " S/fl. ".
           02 CTL-SEM-FOLHA    PIC ZZZZ9.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO97" BLINK.
           02 LINE 02 COLUMN 16 VALUE " Cheques Emitidos - Custodia "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Gerar Arquivo do Dia".
           02 LINE 06 COLUMN 04 VALUE "<2> Controle de Remessas".
           02 LINE 07 COLUMN 04 VALUE "<0> Sair".
           02 LINE 09 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-SESSAO.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (09 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-GERA THRU P-GERA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-CONTROLE THRU P-CONTROLE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0"
               DISPLAY (01 01) ERASE
               CHAIN "BANCO40.COM".
           GO TO P01-MENU.

      *-----------------------------------------*
      * Arquivo do dia: emitidos e sustacoes.
       P-GERA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Cheques emitidos / sustados no dia".
           MOVE DIA TO DIA-MOV.
           MOVE MES TO MES-MOV.
           MOVE ANO TO ANO-MOV.
           DISPLAY (04 04) "Dia do movimento...=   /  /    ".
           ACCEPT (04 25) DIA-MOV WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 28) MES-MOV WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 31) ANO-MOV WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MOV-DMA = ZEROS
               GO TO P-GERA-FIM.
           MOVE ANO-MOV TO ANO-MOV-A.
           MOVE MES-MOV TO MES-MOV-A.
           MOVE DIA-MOV TO DIA-MOV-A.
           MOVE ZEROS TO WS-QTDE-EMIT WS-VALOR-EMIT.
           MOVE ZEROS TO WS-QTDE-SUST WS-VALOR-SUST.
           MOVE ZEROS TO WS-QTDE-SEM-FOLHA.
           OPEN OUTPUT REMESSA.
           IF FS-REM NOT = "00"
               DISPLAY (22 04) "!! ERRO AO ABRIR CHEQEMIT.TXT !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-GERA-FIM.
           OPEN INPUT BANCO.
           OPEN OUTPUT ARQSAID.
           PERFORM P-GRAVA-HEADER.
           MOVE "Cheques emitidos ao banco - movimento de" TO TIT-DESCR.
           MOVE DIA-MOV TO TIT-DIA.
           MOVE MES-MOV TO TIT-MES.
           MOVE ANO-MOV TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (06 04) "Gerando o arquivo...".
           PERFORM P-EMITIDOS THRU P-EMITIDOS-FIM.
           PERFORM P-CANCELADOS THRU P-CANCELADOS-FIM.
           MOVE WS-QTDE-EMIT TO TRL-QTDE-EMIT.
           MOVE WS-VALOR-EMIT TO TRL-VALOR-EMIT.
           MOVE WS-QTDE-SUST TO TRL-QTDE-SUST.
           MOVE WS-VALOR-SUST TO TRL-VALOR-SUST.
           WRITE REG-REMESSA FROM LINHA-REM-TRAILER.
           CLOSE REMESSA.
           CLOSE BANCO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Emitidos informados......." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-EMIT TO QTDE-TOT-DET.
           MOVE WS-VALOR-EMIT TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Sustacoes................." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-SUST TO QTDE-TOT-DET.
           MOVE WS-VALOR-SUST TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Sem folha - nao enviados.." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-SEM-FOLHA TO QTDE-TOT-DET.
           MOVE ZEROS TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           PERFORM P-GRAVA-CONTROLE.
           MOVE WS-VALOR-EMIT TO WS-MOSTRA-VALOR.
           DISPLAY (08 04) WS-QTDE-EMIT " cheque(s) emitido(s) R$ "
               WS-MOSTRA-VALOR.
           MOVE WS-VALOR-SUST TO WS-MOSTRA-VALOR.
           DISPLAY (09 04) WS-QTDE-SUST " sustacao(oes)       R$ "
               WS-MOSTRA-VALOR.
           IF WS-QTDE-SEM-FOLHA NOT = ZEROS
               DISPLAY (10 04) WS-QTDE-SEM-FOLHA
                   " cheque(s) sem folha de talao - FORA do arquivo".
           DISPLAY (12 04) "Arquivo em CHEQEMIT.TXT, relatorio em"
               " BANCO97.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-GERA-FIM.

      *-----folhas impressas no dia (diario do BANCO18)-----------------*
       P-EMITIDOS.
           OPEN INPUT EMITCHQ.
           IF FS-EMIT NOT = "00"
               CLOSE EMITCHQ
               GO TO P-EMITIDOS-FIM.
       P-EMITIDOS-LER.
           READ EMITCHQ
               AT END
                   CLOSE EMITCHQ
                   GO TO P-EMITIDOS-FIM.
           IF EMI-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-EMITIDOS-LER.
           IF EMI-DATA NOT = WS-MOV-DMA
               GO TO P-EMITIDOS-LER.
           MOVE EMI-CONTA TO LST-CONTA.
           MOVE EMI-FOLHA TO LST-FOLHA.
           MOVE EMI-NUM-CHE TO LST-NUM-CHE.
           MOVE EMI-FAVORECIDO TO LST-FAVORECIDO.
           MOVE EMI-VALOR TO LST-VALOR.
           IF EMI-FOLHA = ZEROS
               ADD 1 TO WS-QTDE-SEM-FOLHA
               MOVE "NAO ENV" TO LST-SITUACAO
               MOVE "S/FOLH" TO LST-MOTIVO
               WRITE REG-ARQSAID FROM LINHA-DET
               GO TO P-EMITIDOS-LER.
           MOVE EMI-CONTA TO DET-CONTA.
           MOVE EMI-FOLHA TO DET-FOLHA.
           MOVE EMI-NUM-CHE TO DET-NUM-CHE.
           MOVE EMI-VALOR TO DET-VALOR.
           MOVE EMI-FAVORECIDO TO DET-FAVORECIDO.
           MOVE EMI-DATA TO DET-EMISSAO.
           MOVE EMI-VCTO TO DET-BOMPARA.
           IF EMI-INUTIL
               MOVE "S" TO DET-TIPO
               MOVE "I" TO DET-MOTIVO
               ADD 1 TO WS-QTDE-SUST
               ADD EMI-VALOR TO WS-VALOR-SUST
               MOVE "SUSTAR" TO LST-SITUACAO
               MOVE "INUTIL" TO LST-MOTIVO
           ELSE
               MOVE "E" TO DET-TIPO
               MOVE SPACE TO DET-MOTIVO
               ADD 1 TO WS-QTDE-EMIT
               ADD EMI-VALOR TO WS-VALOR-EMIT
               MOVE "EMITIDO" TO LST-SITUACAO
               MOVE SPACES TO LST-MOTIVO.
           WRITE REG-REMESSA FROM LINHA-REM-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-EMITIDOS-LER.
       P-EMITIDOS-FIM.

      *-----------------------------------------------------------*
      * Cheques cancelados no dia (banco251/BANCO57 gravam "C" no  *
      * HIST.DAT; o cancelamento do banco251 e o que gera o        *
      * estorno "E"): se o documento ja tinha folha impressa, a    *
      * folha vai como sustacao. Sem folha o banco nunca viu o     *
      * cheque - nada a sustar.                                    *
      *-----------------------------------------------------------*
       P-CANCELADOS.
           OPEN INPUT HIST.
           IF FS-HIST NOT = "00"
               CLOSE HIST
               GO TO P-CANCELADOS-FIM.
       P-CANCELADOS-LER.
           READ HIST
               AT END
                   CLOSE HIST
                   GO TO P-CANCELADOS-FIM.
           IF NOT HIST-CANCELAMENTO
               GO TO P-CANCELADOS-LER.
           IF HIST-DATA-MOV NOT = WS-MOV-DMA
               GO TO P-CANCELADOS-LER.
           IF HIST-EMPRESA NOT = ZEROS
               AND HIST-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-CANCELADOS-LER.
           MOVE HIST-NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ NOT < 5000
               GO TO P-CANCELADOS-LER.
           MOVE HIST-NUM-CHE TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-CANCELADOS-LER.
           IF FOLHA-CHE = ZEROS
               GO TO P-CANCELADOS-LER.
           MOVE "S" TO DET-TIPO.
           MOVE CONTA-CHE TO DET-CONTA.
           MOVE FOLHA-CHE TO DET-FOLHA.
           MOVE NUM-CHE TO DET-NUM-CHE.
           MOVE VALOR-CHE TO DET-VALOR.
           MOVE DESCRI-CHE TO DET-FAVORECIDO.
           MOVE WS-MOV-DMA TO DET-EMISSAO.
           COMPUTE DET-BOMPARA = DIA-CHE * 1000000 + MES-CHE * 10000
               + ANO-CHE.
           MOVE "SUSTAR" TO LST-SITUACAO.
           IF CHE-ESTORNO
               MOVE "E" TO DET-MOTIVO
               MOVE "ESTORN" TO LST-MOTIVO
           ELSE
               MOVE "C" TO DET-MOTIVO
               MOVE "CANCEL" TO LST-MOTIVO.
           WRITE REG-REMESSA FROM LINHA-REM-DET.
           ADD 1 TO WS-QTDE-SUST.
           ADD VALOR-CHE TO WS-VALOR-SUST.
           MOVE CONTA-CHE TO LST-CONTA.
           MOVE FOLHA-CHE TO LST-FOLHA.
           MOVE NUM-CHE TO LST-NUM-CHE.
           MOVE DESCRI-CHE TO LST-FAVORECIDO.
           MOVE VALOR-CHE TO LST-VALOR.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-CANCELADOS-LER.
       P-CANCELADOS-FIM.

      *-----registro de abertura com razao social/CNPJ vindos de-------*
      *-----EMPRESA.DAT (BANCOEMP), nao fixos no codigo-----------------*
       P-GRAVA-HEADER.
           MOVE SPACES TO HDR-EMPRESA HDR-CNPJ.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA = "00"
               MOVE WS-EMPRESA-ATUAL TO EMPRESA-COD
               READ EMPRESA
                   INVALID KEY
                       MOVE SPACES TO HDR-EMPRESA
               NOT INVALID KEY
                       MOVE EMPRESA-NOME TO HDR-EMPRESA
                       MOVE EMPRESA-CNPJ TO HDR-CNPJ
               END-READ
               CLOSE EMPRESA.
           MOVE DIA-MOV TO HDR-DIA.
           MOVE MES-MOV TO HDR-MES.
           MOVE ANO-MOV TO HDR-ANO.
           WRITE REG-REMESSA FROM LINHA-REM-HEADER.

      *-----cada geracao fica no controle (REMCHQ.DAT)------------------*
       P-GRAVA-CONTROLE.
           OPEN EXTEND REMCHQ.
           IF FS-RCH = "30"
               CLOSE REMCHQ
               OPEN OUTPUT REMCHQ
               CLOSE REMCHQ
               OPEN EXTEND REMCHQ.
           MOVE WS-EMPRESA-ATUAL TO RCH-EMPRESA.
           MOVE WS-MOV-AMD TO RCH-DATA-MOV.
           COMPUTE RCH-DATA-GER = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-QTDE-EMIT TO RCH-QTDE-EMIT.
           MOVE WS-VALOR-EMIT TO RCH-VALOR-EMIT.
           MOVE WS-QTDE-SUST TO RCH-QTDE-SUST.
           MOVE WS-VALOR-SUST TO RCH-VALOR-SUST.
           MOVE WS-QTDE-SEM-FOLHA TO RCH-QTDE-SEM-FOLHA.
           MOVE WS-OPER-ATUAL TO RCH-OPER-COD.
           WRITE REG-REMCHQ.
           CLOSE REMCHQ.

      *-----------------------------------------*
      * Controle: o que foi mandado ao banco, dia a dia.
       P-CONTROLE.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Remessas de cheques - dia do movimento".
           MOVE ZEROS TO WS-DATA-INI.
           MOVE ZEROS TO WS-DATA-FIM.
           DISPLAY (04 15) "De   :  /  /  .".
           ACCEPT (04 21) DIA-INI WITH PROMPT AUTO-SKIP.
           ACCEPT (04 24) MES-INI WITH PROMPT AUTO-SKIP.
           ACCEPT (04 27) ANO-INI WITH PROMPT AUTO-SKIP.
           DISPLAY (05 15) "Ate  :  /  /  .".
           ACCEPT (05 21) DIA-FIM WITH PROMPT AUTO-SKIP.
           ACCEPT (05 24) MES-FIM WITH PROMPT AUTO-SKIP.
           ACCEPT (05 27) ANO-FIM WITH PROMPT AUTO-SKIP.
           IF WS-DATA-FIM = ZEROS
               GO TO P-CONTROLE-FIM.
           MOVE ANO-INI TO ANO-I.
           MOVE MES-INI TO MES-I.
           MOVE DIA-INI TO DIA-I.
           MOVE ANO-FIM TO ANO-F.
           MOVE MES-FIM TO MES-F.
           MOVE DIA-FIM TO DIA-F.
           MOVE ZEROS TO WS-QTDE-LISTA.
           OPEN OUTPUT ARQSAID.
           MOVE "Controle de remessas de cheques ate    " TO TIT-DESCR.
           MOVE DIA-FIM TO TIT-DIA.
           MOVE MES-FIM TO TIT-MES.
           MOVE ANO-FIM TO TIT-ANO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE 7 TO LIN.
           OPEN INPUT REMCHQ.
           IF FS-RCH NOT = "00"
               CLOSE REMCHQ
               GO TO P-CONTROLE-TOTAL.
       P-CONTROLE-LER.
           READ REMCHQ
               AT END
                   CLOSE REMCHQ
                   GO TO P-CONTROLE-TOTAL.
           IF RCH-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-CONTROLE-LER.
           IF RCH-DATA-MOV < WS-DATA-I-N OR RCH-DATA-MOV > WS-DATA-F-N
               GO TO P-CONTROLE-LER.
           ADD 1 TO WS-QTDE-LISTA.
           MOVE RCH-DATA-MOV TO WS-AMD-BUF.
           COMPUTE WS-DATA-BUF = DIA-AMD * 1000000 + MES-AMD * 10000
               + ANO-AMD.
           MOVE WS-DATA-BUF TO CTL-MOV.
           MOVE RCH-DATA-GER TO WS-AMD-BUF.
           COMPUTE WS-DATA-BUF = DIA-AMD * 1000000 + MES-AMD * 10000
               + ANO-AMD.
           MOVE WS-DATA-BUF TO CTL-GER.
           MOVE RCH-QTDE-EMIT TO CTL-QTDE-EMIT.
           MOVE RCH-VALOR-EMIT TO CTL-VALOR-EMIT.
           MOVE RCH-QTDE-SUST TO CTL-QTDE-SUST.
           MOVE RCH-QTDE-SEM-FOLHA TO CTL-SEM-FOLHA.
           WRITE REG-ARQSAID FROM LINHA-CTL.
           DISPLAY (LIN, 01) LINHA-CTL.
           ADD 1 TO LIN.
           IF LIN > 20
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (07 01) ERASE
               MOVE 7 TO LIN.
           GO TO P-CONTROLE-LER.
       P-CONTROLE-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (21 04) WS-QTDE-LISTA " remessa(s) no periodo"
               " - BANCO97.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CONTROLE-FIM.

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
