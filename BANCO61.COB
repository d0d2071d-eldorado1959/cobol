      *
      *    DIARIO CONTABIL MENSAL P/ O CONTADOR
      *    Todo mes o escritorio de contabilidade redigitava os
      *    numeros de um BANCO12 impresso. Este batch grava
      *    DIARIO.TXT no layout combinado com o escritorio, em
      *    colunas fixas: numero do documento, data, codigo da
      *    conta (CTA.DAT), departamento, indicador D/C, valor e
      *    historico. O diario sai das partidas dobradas que o
      *    BANCO22 gera no mes (LANCTB.DAT): cada lancamento vira
      *    duas linhas - a perna de debito e a de credito, com a
      *    conta do plano de contas (PLCONTA.DAT) e o numero do
      *    lancamento no fim do registro - entao o diario fecha
      *    debito com credito e e o mesmo que o balancete. Mes sem
      *    lancamentos: gerar antes no BANCO22. Menu
      *    Seguranca/Auditoria, opcao 9.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCTB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCT-CHAVE
                  FILE STATUS IS FS-LCT.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT DIARIO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
       COPY LCTMAST.

       COPY SESSMAST.

                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD DIARIO            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "DIARIO.TXT".
       01 REG-DIARIO           PIC X(80).
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS-LCT                PIC XX.
       77 FS-DIARIO             PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-MES-REF           PIC 99 VALUE ZEROS.
       77 WS-ANO-REF           PIC 9(04) VALUE ZEROS.
       77 WS-AM                PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-LANCTOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----uma linha por perna do lancamento, colunas fixas-----------*
      *-----combinadas com o escritorio de contabilidade----------------*
       01 LINHA-DIARIO.
           02 DIA-NUM-CHE      PIC X(06).
           02 DIA-DATA-PG      PIC 9(08).
           02 DIA-DC           PIC X(01).
           02 DIA-VALOR        PIC 9(11)V99.
           02 DIA-FAVORECIDO   PIC X(20).
      *    Conta do plano (PLCONTA.DAT) desta perna e o numero do
      *    lancamento no mes - as duas pernas tem o mesmo numero.
           02 DIA-PLC          PIC 9(06).
           02 DIA-LANCTO       PIC 9(05).
           02 FILLER           PIC X(17) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.

       ABRIR.
           PERFORM P-LE-SESSAO.
           OPEN INPUT LANCTB.
           IF FS-LCT NOT = "00"
               DISPLAY (22 04) "!! SEM LANCAMENTOS CONTABEIS - GERE "
                   "NO BANCO22 !!"
               ACCEPT WS-P
               CLOSE LANCTB
               CHAIN "BANCO70.COM".
           DISPLAY TELA.
           PERFORM P-DATA.
           MOVE MES TO WS-MES-REF.
           DISPLAY (05 04) "Mes/Ano do diario:   /    ".
           ACCEPT (05 23) WS-MES-REF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-REF = ZEROS
               CLOSE LANCTB
               CHAIN "BANCO70.COM".
           ACCEPT (05 26) WS-ANO-REF WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-AM = WS-ANO-REF * 100 + WS-MES-REF.
           MOVE WS-EMPRESA-ATUAL TO LCT-EMPRESA.
           MOVE WS-AM TO LCT-AM.
           MOVE ZEROS TO LCT-SEQ.
           START LANCTB KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO P-SEM-LANCTOS.
           READ LANCTB NEXT RECORD
               AT END
                   GO TO P-SEM-LANCTOS.
           IF LCT-EMPRESA NOT = WS-EMPRESA-ATUAL OR LCT-AM NOT = WS-AM
               GO TO P-SEM-LANCTOS.
           OPEN OUTPUT DIARIO.
           DISPLAY (07 04) "Gerando o diario...".
           PERFORM P-LANCA.

       LER.
           READ LANCTB NEXT RECORD
                AT END
                    GO TO P-FINAL.
           IF LCT-EMPRESA NOT = WS-EMPRESA-ATUAL OR LCT-AM NOT = WS-AM
               GO TO P-FINAL.
           PERFORM P-LANCA.
           GO TO LER.

      *************************************************

      *-----as duas pernas do lancamento: debito e credito-------------*
       P-LANCA.
           MOVE LCT-DOC     TO DIA-NUM-CHE.
           MOVE LCT-DATA    TO DIA-DATA-PG.
           MOVE LCT-CTA     TO DIA-CTA.
           MOVE LCT-DEPTO   TO DIA-DEPTO.
           MOVE LCT-VALOR   TO DIA-VALOR.
           MOVE LCT-HIST    TO DIA-FAVORECIDO.
           MOVE LCT-SEQ     TO DIA-LANCTO.
           MOVE "D"         TO DIA-DC.
           MOVE LCT-DEBITO  TO DIA-PLC.
           WRITE REG-DIARIO FROM LINHA-DIARIO.
           MOVE "C"         TO DIA-DC.
           MOVE LCT-CREDITO TO DIA-PLC.
           WRITE REG-DIARIO FROM LINHA-DIARIO.
           ADD 1 TO WS-QTDE-LANCTOS.
           ADD LCT-VALOR TO WS-TOTAL-VALOR.

       P-SEM-LANCTOS.
           DISPLAY (22 04) "!! MES SEM LANCAMENTOS - GERE NO "
               "BANCO22 !!".
           ACCEPT WS-P.
           CLOSE LANCTB.
           CHAIN "BANCO70.COM".

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           DISPLAY (02 76) ANO.

       P-FINAL.
           CLOSE DIARIO.
           MOVE WS-TOTAL-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (09 04) WS-QTDE-LANCTOS " lancamento(s) no diario".
           DISPLAY (10 04) "Total a debito = a credito R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (11 04) "Arquivo gravado em DIARIO.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           CLOSE LANCTB.
           CHAIN "BANCO70.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
