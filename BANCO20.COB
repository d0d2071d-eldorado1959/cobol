       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO20.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    APLICACOES FINANCEIRAS
      *    A sobra de caixa ia p/ CDB ou p/ a aplicacao automatica
      *    e o sistema perdia o dinheiro de vista. Aqui cada
      *    aplicacao e registrada por conta (ver APLICMAST): <1>
      *    aplica (o valor sai da conta por TRANSFB.DAT, destino
      *    00); <2> resgata, total ou parcial - o IR e retido
      *    sobre a parte de rendimento do valor resgatado, pela
      *    tabela regressiva (ate 180 dias 22,5%, ate 360 20%, ate
      *    720 17,5%, acima 15%) e o liquido volta p/ a conta
      *    (origem 00); <3> lanca o rendimento do mes de todas as
      *    aplicacoes ativas da empresa, pela taxa ao mes (no mes
      *    da aplicacao, proporcional aos dias); <4> mostra a
      *    posicao (saldo bruto, IR estimado e liquido) ou o
      *    extrato de uma aplicacao; <5> cancela aplicacao lancada
      *    errada, sem rendimento nem resgate. A posicao aparece
      *    na tesouraria (BANCO79) e na consolidada do grupo
      *    (BANCO86); o rendimento, no DRE (BANCO78). Tela +
      *    BANCO20.TXT. Menu principal, opcao 50.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-CHAVE
                  FILE STATUS IS FS-APL.
           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.
           SELECT CTA       ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTA-COD
                  FILE STATUS  IS FS-CTA.
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
       COPY APLICMAST.

       COPY TRFBMAST.

       COPY CTAMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO20.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
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
       77 FS-APL                PIC XX.
       77 FS-TRB                PIC XX.
       77 FS-CTA                PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(60) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CODIGO            PIC 9(06) VALUE ZEROS.
       77 WS-PROX-APL          PIC 9(06) VALUE ZEROS.
       77 WS-PROX-SEQ          PIC 9(03) VALUE ZEROS.
       77 WS-PROX-TRB          PIC 9(06) VALUE ZEROS.
       77 WS-CTA-APL           PIC 99 VALUE ZEROS.
       77 WS-NOME-CTA          PIC X(10) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-TAXA       PIC Z9,9999 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

      *-----data digitada do movimento (AAAAMMDD)-----------------------*
       01 WS-MOV-DATA.
           03 WS-MV-ANO         PIC 9(04).
           03 WS-MV-MES         PIC 99.
           03 WS-MV-DIA         PIC 99.
       01 WS-MOV-DATA-N REDEFINES WS-MOV-DATA PIC 9(08).
      *-----data da aplicacao recortada---------------------------------*
       01 WS-AD.
           03 WS-AD-ANO         PIC 9(04).
           03 WS-AD-MES         PIC 99.
           03 WS-AD-DIA         PIC 99.
       01 WS-AD-N REDEFINES WS-AD PIC 9(08).
       77 WS-AD-AM              PIC 9(06) VALUE ZEROS.

      *-----cabecalho guardado enquanto o movimento e gravado-----------*
       01 WS-REG-CAB            PIC X(120) VALUE SPACES.

      *-----resgate: rendimento contido no valor, IR e liquido----------*
       77 WS-RESG-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WS-RESG-REND          PIC 9(09)V99 VALUE ZEROS.
       77 WS-RESG-IR            PIC 9(09)V99 VALUE ZEROS.
       77 WS-RESG-LIQ           PIC 9(09)V99 VALUE ZEROS.
       77 WS-ALIQ-IR            PIC 99V99 VALUE ZEROS.
       77 WS-DIAS-APL           PIC S9(05) VALUE ZEROS.
       77 WS-JULIANO-APL        PIC 9(07) VALUE ZEROS.

      *-----rendimento do mes-------------------------------------------*
       77 WS-REND-MES           PIC 99 VALUE ZEROS.
       77 WS-REND-ANO           PIC 9(04) VALUE ZEROS.
       77 WS-REND-AM            PIC 9(06) VALUE ZEROS.
       77 WS-REND-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-REND           PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-NO-MES        PIC 99 VALUE ZEROS.
       77 WS-DIAS-REND          PIC 99 VALUE ZEROS.
       77 WS-ANO-QUOC           PIC 9(04) VALUE ZEROS.
       77 WS-ANO-REST           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DIAS-MES-INIC.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 28.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
           02 FILLER PIC 9(02) VALUE 30.
           02 FILLER PIC 9(02) VALUE 31.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INIC.
           02 WS-TAB-DIAS-MES-V PIC 9(02) OCCURS 12 TIMES.
      *-----aplicacoes a render (1a passada), lidas de novo na 2a-------*
       01 WS-TAB-APLIC.
           02 WS-TAB-APL-NUM    PIC 9(06) OCCURS 500 TIMES.
       77 WS-QTDE-APL           PIC 9(04) VALUE ZEROS.
       77 WS-AX                 PIC 9(04) VALUE ZEROS.

      *-----posicao: totais---------------------------------------------*
       77 WS-TOT-SALDO          PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-IR             PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-LIQ            PIC 9(11)V99 VALUE ZEROS.

      *-----calculo juliano, mesmo criterio do BANCO09------------------*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
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

       01 LINHA-TRACO.
           02 F PIC X(77) VALUE ALL "-".
       01 LINHA-POS-TIT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(34) VALUE "Posicao das Aplicacoes Financeiras".
           02 F PIC X(04) VALUE " em ".
           02 POS-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 POS-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 POS-ANO          PIC 9(04).
       01 LINHA-POS-CAB.
           02 F PIC X(31) VALUE "Numero Ct Descricao".
           02 F PIC X(21) VALUE "%a.m.     Saldo Bruto".
           02 F PIC X(25) VALUE "    IR Est.       Liquido".
       01 LINHA-POS-DET.
           02 POS-NUM          PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 POS-CTA          PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 POS-DESCR        PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 POS-TAXA         PIC Z9,9999.
           02 F PIC X(01) VALUE SPACES.
           02 POS-SALDO        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 POS-IR           PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 POS-LIQ          PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-POS-TOT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(37) VALUE "TOTAL APLICADO".
           02 POS-TOT-SALDO    PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 POS-TOT-IR       PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 POS-TOT-LIQ      PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-EXT-TIT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(10) VALUE "Aplicacao ".
           02 EXT-NUM          PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 EXT-DESCR        PIC X(20).
           02 F PIC X(07) VALUE " Conta ".
           02 EXT-CTA          PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 EXT-TAXA         PIC Z9,9999.
           02 F PIC X(06) VALUE "% a.m.".
       01 LINHA-EXT-DET.
           02 F PIC X(02) VALUE SPACES.
           02 EXT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 EXT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 EXT-ANO          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 EXT-TIPO         PIC X(10).
           02 EXT-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(05) VALUE "  IR ".
           02 EXT-IR           PIC ZZZ.ZZ9,99.
           02 F PIC X(07) VALUE "  Trf. ".
           02 EXT-TRB          PIC Z(06).
       01 LINHA-EXT-SALDO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(12) VALUE "Saldo bruto ".
           02 EXT-SALDO        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(14) VALUE "  Rendimento  ".
           02 EXT-REND         PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(04) VALUE "  ".
           02 EXT-SITUACAO     PIC X(10).

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO20" BLINK.
           02 LINE 02 COLUMN 18 VALUE " Aplicacoes Financeiras "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Nova Aplicacao".
           02 LINE 06 COLUMN 04 VALUE "<2> Resgate".
           02 LINE 07 COLUMN 04 VALUE "<3> Rendimento do Mes".
           02 LINE 08 COLUMN 04 VALUE "<4> Posicao / Extrato".
           02 LINE 09 COLUMN 04 VALUE "<5> Cancelar Aplicacao".
           02 LINE 10 COLUMN 04 VALUE "<0> Sair".
           02 LINE 12 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O APLIC.
           IF FS-APL = "30" OR FS-APL = "35"
               CLOSE APLIC
               OPEN OUTPUT APLIC
               CLOSE APLIC
               OPEN I-O APLIC.
           OPEN INPUT CTA.
           IF FS-CTA NOT = "00"
               DISPLAY (22 04) "!! CTA.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE APLIC CTA
               DISPLAY (01 01) ERASE
               CHAIN "BANCO.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (12 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-NOVA THRU P-NOVA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-RESGATE THRU P-RESGATE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-RENDIMENTO THRU P-RENDIMENTO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-POSICAO THRU P-POSICAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-CANCELA THRU P-CANCELA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Nova aplicacao: cabecalho + movimento 001 em APLIC.DAT e a
      * perna de saida da conta em TRANSFB.DAT (destino 00).
       P-NOVA.
           DISPLAY (01 01) ERASE.
           PERFORM P-PROXIMO-APL THRU P-PROXIMO-APL-FIM.
           DISPLAY (02 04) "Aplicacao No.......= " WS-PROX-APL.
           DISPLAY (03 04) "Conta..............=".
           MOVE ZEROS TO WS-CTA-APL.
           ACCEPT (03 25) WS-CTA-APL WITH PROMPT AUTO-SKIP.
           IF WS-CTA-APL = ZEROS
               GO TO P-NOVA-FIM.
           MOVE WS-CTA-APL TO CTA-COD.
           READ CTA
               INVALID KEY
                   DISPLAY (22 04) "!! CONTA NAO CADASTRADA !!"
                   ACCEPT WS-P
                   GO TO P-NOVA-FIM.
           MOVE CTA-NOME TO WS-NOME-CTA.
           DISPLAY (03 31) WS-NOME-CTA.
           MOVE WS-PROX-APL TO APL-NUM.
           MOVE ZEROS TO APL-SEQ.
           MOVE WS-EMPRESA-ATUAL TO APL-EMPRESA.
           MOVE WS-CTA-APL TO APL-CTA.
           DISPLAY (04 04) "Descricao..........=".
           MOVE SPACES TO APL-DESCRICAO.
           ACCEPT (04 25) APL-DESCRICAO WITH PROMPT.
           IF APL-DESCRICAO = SPACES
               GO TO P-NOVA-FIM.
           DISPLAY (05 04) "Taxa % ao mes......=".
           MOVE ZEROS TO APL-TAXA.
           ACCEPT (05 25) APL-TAXA WITH PROMPT AUTO-SKIP.
           DISPLAY (06 04) "Valor R$...........=".
           MOVE ZEROS TO APL-VALOR.
           ACCEPT (06 25) APL-VALOR WITH PROMPT AUTO-SKIP.
           IF APL-VALOR = ZEROS
               GO TO P-NOVA-FIM.
           PERFORM P-ACEITA-DATA.
           DISPLAY (09 04) "Confirma a aplicacao < S/N >? ".
           ACCEPT (09 35) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-NOVA-FIM.
           MOVE WS-MOV-DATA-N TO APL-DATA.
           MOVE APL-VALOR TO APL-SALDO.
           MOVE ZEROS TO APL-REND-ACUM.
           MOVE ZEROS TO APL-ULT-REND.
           MOVE "A" TO APL-SITUACAO.
           MOVE SPACE TO APL-TIPO.
           MOVE ZEROS TO APL-IR.
           MOVE WS-OPER-ATUAL TO APL-OPER-COD.
      *     perna de saida: conta -> 00
           MOVE REG-APLIC TO WS-REG-CAB.
           PERFORM P-PROXIMO-TRB THRU P-PROXIMO-TRB-FIM.
           MOVE WS-PROX-TRB TO TRB-NUM.
           MOVE WS-CTA-APL TO TRB-CTA-ORIG.
           MOVE ZEROS TO TRB-CTA-DEST.
           MOVE APL-VALOR TO TRB-VALOR.
           MOVE WS-MV-DIA TO TRB-DIA.
           MOVE WS-MV-MES TO TRB-MES.
           MOVE WS-MV-ANO TO TRB-ANO.
           MOVE "A" TO TRB-SITUACAO.
           MOVE WS-OPER-ATUAL TO TRB-OPER-COD.
           MOVE WS-PROX-APL TO TRB-APLIC-NUM.
           WRITE REG-TRANSFB INVALID KEY
               DISPLAY (22 04) "!! ERRO AO GRAVAR TRANSFB - FS = "
                   FS-TRB
               ACCEPT WS-P
               CLOSE TRANSFB
               GO TO P-NOVA-FIM.
           CLOSE TRANSFB.
           MOVE WS-REG-CAB TO REG-APLIC.
           MOVE WS-PROX-TRB TO APL-TRB-NUM.
           WRITE REG-APLIC INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-NOVA-FIM.
           MOVE 1 TO APL-SEQ.
           MOVE ZEROS TO APL-SALDO.
           MOVE SPACE TO APL-SITUACAO.
           MOVE "A" TO APL-TIPO.
           WRITE REG-APLIC.
           DISPLAY (11 04) "Aplicacao gravada - transferencia "
               WS-PROX-TRB " debita a conta.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-NOVA-FIM.

      *-----------------------------------------*
      * Resgate total ou parcial. O rendimento contido no valor
      * resgatado e proporcional (rendimento acumulado / saldo);
      * o IR sai dele pela tabela regressiva dos dias corridos
      * desde a aplicacao. O liquido volta p/ a conta (origem 00).
       P-RESGATE.
           DISPLAY (01 01) ERASE.
           PERFORM P-LE-APLICACAO THRU P-LE-APLICACAO-FIM.
           IF WS-CODIGO = ZEROS
               GO TO P-RESGATE-FIM.
           DISPLAY (07 04) "Valor Bruto R$.....=".
           MOVE APL-SALDO TO WS-RESG-VALOR.
           ACCEPT (07 25) WS-RESG-VALOR WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-RESG-VALOR = ZEROS
               GO TO P-RESGATE-FIM.
           IF WS-RESG-VALOR > APL-SALDO
               DISPLAY (22 04) "!! VALOR MAIOR QUE O SALDO !!"
               ACCEPT WS-P
               GO TO P-RESGATE-FIM.
           PERFORM P-ACEITA-DATA.
           PERFORM P-DIAS-APLICADO.
           IF WS-DIAS-APL < ZEROS
               DISPLAY (22 04) "!! DATA ANTERIOR A APLICACAO !!"
               ACCEPT WS-P
               GO TO P-RESGATE-FIM.
           PERFORM P-ALIQUOTA-IR.
           IF WS-RESG-VALOR = APL-SALDO
               MOVE APL-REND-ACUM TO WS-RESG-REND
           ELSE
               COMPUTE WS-RESG-REND ROUNDED =
                   WS-RESG-VALOR * APL-REND-ACUM / APL-SALDO.
           COMPUTE WS-RESG-IR ROUNDED =
               WS-RESG-REND * WS-ALIQ-IR / 100.
           COMPUTE WS-RESG-LIQ = WS-RESG-VALOR - WS-RESG-IR.
           MOVE WS-RESG-REND TO WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Rendimento resgatado R$ " WS-MOSTRA-VALOR
               "  (" WS-DIAS-APL " dias)".
           MOVE WS-RESG-IR TO WS-MOSTRA-VALOR.
           DISPLAY (11 04) "IR retido R$ " WS-MOSTRA-VALOR
               "  aliquota " WS-ALIQ-IR "%".
           MOVE WS-RESG-LIQ TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Liquido na conta R$ " WS-MOSTRA-VALOR.
           DISPLAY (14 04) "Confirma o resgate < S/N >? ".
           ACCEPT (14 33) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-RESGATE-FIM.
           MOVE REG-APLIC TO WS-REG-CAB.
           MOVE APL-CTA TO WS-CTA-APL.
      *     perna de entrada: 00 -> conta, pelo liquido
           PERFORM P-PROXIMO-TRB THRU P-PROXIMO-TRB-FIM.
           MOVE WS-PROX-TRB TO TRB-NUM.
           MOVE ZEROS TO TRB-CTA-ORIG.
           MOVE WS-CTA-APL TO TRB-CTA-DEST.
           MOVE WS-RESG-LIQ TO TRB-VALOR.
           MOVE WS-MV-DIA TO TRB-DIA.
           MOVE WS-MV-MES TO TRB-MES.
           MOVE WS-MV-ANO TO TRB-ANO.
           MOVE "A" TO TRB-SITUACAO.
           MOVE WS-OPER-ATUAL TO TRB-OPER-COD.
           MOVE WS-CODIGO TO TRB-APLIC-NUM.
           WRITE REG-TRANSFB INVALID KEY
               DISPLAY (22 04) "!! ERRO AO GRAVAR TRANSFB - FS = "
                   FS-TRB
               ACCEPT WS-P
               CLOSE TRANSFB
               GO TO P-RESGATE-FIM.
           CLOSE TRANSFB.
           PERFORM P-PROXIMO-SEQ THRU P-PROXIMO-SEQ-FIM.
           MOVE WS-REG-CAB TO REG-APLIC.
           MOVE WS-PROX-SEQ TO APL-SEQ.
           MOVE "G" TO APL-TIPO.
           MOVE WS-MOV-DATA-N TO APL-DATA.
           MOVE WS-RESG-VALOR TO APL-VALOR.
           MOVE WS-RESG-IR TO APL-IR.
           MOVE WS-PROX-TRB TO APL-TRB-NUM.
           PERFORM P-GRAVA-MOV.
           MOVE WS-REG-CAB TO REG-APLIC.
           SUBTRACT WS-RESG-VALOR FROM APL-SALDO.
           SUBTRACT WS-RESG-REND FROM APL-REND-ACUM.
           ADD WS-RESG-IR TO APL-IR.
           IF APL-SALDO = ZEROS
               MOVE "E" TO APL-SITUACAO.
           REWRITE REG-APLIC.
           DISPLAY (16 04) "Resgate gravado - transferencia "
               WS-PROX-TRB " credita a conta.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RESGATE-FIM.

      *-----------------------------------------*
      * Rendimento do mes: saldo bruto x taxa ao mes de cada
      * aplicacao ativa da empresa ainda nao rendida no mes; no
      * mes da aplicacao, proporcional aos dias restantes. O
      * movimento "R" leva a data do ultimo dia do mes - e por ela
      * que o DRE (BANCO78) enxerga a receita.
       P-RENDIMENTO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Rendimento do mes MM/AAAA=   /    ".
           MOVE MES TO WS-REND-MES.
           MOVE ANO TO WS-REND-ANO.
           ACCEPT (02 31) WS-REND-MES WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-REND-MES = ZEROS OR WS-REND-MES > 12
               GO TO P-RENDIMENTO-FIM.
           ACCEPT (02 34) WS-REND-ANO WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-REND-AM = WS-REND-ANO * 100 + WS-REND-MES.
           MOVE WS-TAB-DIAS-MES-V (WS-REND-MES) TO WS-DIAS-NO-MES.
           IF WS-REND-MES = 02
               DIVIDE WS-REND-ANO BY 4 GIVING WS-ANO-QUOC
                   REMAINDER WS-ANO-REST
               IF WS-ANO-REST = ZEROS
                   MOVE 29 TO WS-DIAS-NO-MES.
           MOVE WS-REND-ANO TO WS-MV-ANO.
           MOVE WS-REND-MES TO WS-MV-MES.
           MOVE WS-DIAS-NO-MES TO WS-MV-DIA.
           MOVE ZEROS TO WS-QTDE-APL.
           MOVE ZEROS TO WS-TOT-REND.
           MOVE ZEROS TO APL-CHAVE.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   GO TO P-RENDIMENTO-CALC.
       P-RENDIMENTO-LER.
           READ APLIC NEXT RECORD
               AT END
                   GO TO P-RENDIMENTO-CALC.
           IF NOT APL-CABECALHO OR NOT APL-ATIVA
               GO TO P-RENDIMENTO-LER.
           IF APL-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-RENDIMENTO-LER.
           IF APL-ULT-REND NOT < WS-REND-AM
               GO TO P-RENDIMENTO-LER.
           MOVE APL-DATA TO WS-AD-N.
           COMPUTE WS-AD-AM = WS-AD-ANO * 100 + WS-AD-MES.
           IF WS-AD-AM > WS-REND-AM
               GO TO P-RENDIMENTO-LER.
           IF WS-QTDE-APL NOT < 500
               GO TO P-RENDIMENTO-LER.
           ADD 1 TO WS-QTDE-APL.
           MOVE APL-NUM TO WS-TAB-APL-NUM(WS-QTDE-APL).
           GO TO P-RENDIMENTO-LER.
       P-RENDIMENTO-CALC.
           MOVE ZEROS TO WS-AX.
           MOVE 5 TO LIN.
       P-RENDIMENTO-CALC-LOOP.
           ADD 1 TO WS-AX.
           IF WS-AX > WS-QTDE-APL
               GO TO P-RENDIMENTO-TOTAL.
           MOVE WS-TAB-APL-NUM(WS-AX) TO APL-NUM WS-CODIGO.
           MOVE ZEROS TO APL-SEQ.
           READ APLIC
               INVALID KEY
                   GO TO P-RENDIMENTO-CALC-LOOP.
           MOVE APL-DATA TO WS-AD-N.
           COMPUTE WS-AD-AM = WS-AD-ANO * 100 + WS-AD-MES.
           IF WS-AD-AM = WS-REND-AM
               COMPUTE WS-DIAS-REND = WS-DIAS-NO-MES - WS-AD-DIA
               COMPUTE WS-REND-VALOR ROUNDED =
                   APL-SALDO * APL-TAXA / 100
                   * WS-DIAS-REND / WS-DIAS-NO-MES
           ELSE
               COMPUTE WS-REND-VALOR ROUNDED =
                   APL-SALDO * APL-TAXA / 100.
           MOVE REG-APLIC TO WS-REG-CAB.
           IF WS-REND-VALOR NOT = ZEROS
               PERFORM P-PROXIMO-SEQ THRU P-PROXIMO-SEQ-FIM
               MOVE WS-REG-CAB TO REG-APLIC
               MOVE WS-PROX-SEQ TO APL-SEQ
               MOVE "R" TO APL-TIPO
               MOVE WS-MOV-DATA-N TO APL-DATA
               MOVE WS-REND-VALOR TO APL-VALOR
               MOVE ZEROS TO APL-IR
               MOVE ZEROS TO APL-TRB-NUM
               PERFORM P-GRAVA-MOV.
           MOVE WS-REG-CAB TO REG-APLIC.
           ADD WS-REND-VALOR TO APL-SALDO.
           ADD WS-REND-VALOR TO APL-REND-ACUM.
           MOVE WS-REND-AM TO APL-ULT-REND.
           REWRITE REG-APLIC.
           ADD WS-REND-VALOR TO WS-TOT-REND.
           MOVE WS-REND-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 04) APL-NUM " " APL-DESCRICAO " "
               WS-MOSTRA-VALOR.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 5 TO LIN.
           GO TO P-RENDIMENTO-CALC-LOOP.
       P-RENDIMENTO-TOTAL.
           MOVE WS-TOT-REND TO WS-MOSTRA-VALOR.
           DISPLAY (21 04) WS-QTDE-APL " aplicacao(oes), rendimento R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RENDIMENTO-FIM.

      *-----------------------------------------*
      * Posicao (numero 0): aplicacoes ativas da empresa com IR e
      * liquido estimados p/ resgate hoje. Numero informado:
      * extrato da aplicacao. Tela + BANCO20.TXT.
       P-POSICAO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Aplicacao (0=Posicao geral)=".
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT (02 33) WS-CODIGO WITH PROMPT AUTO-SKIP.
           OPEN OUTPUT ARQSAID.
           IF WS-CODIGO NOT = ZEROS
               PERFORM P-EXTRATO THRU P-EXTRATO-FIM
               GO TO P-POSICAO-FECHA.
           MOVE DIA TO POS-DIA.
           MOVE MES TO POS-MES.
           MOVE ANO TO POS-ANO.
           MOVE WS-DATA-N TO WS-MOV-DATA-N.
           MOVE ZEROS TO WS-TOT-SALDO.
           MOVE ZEROS TO WS-TOT-IR.
           MOVE ZEROS TO WS-TOT-LIQ.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-POS-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-POS-CAB.
           DISPLAY (03 01) LINHA-POS-CAB.
           MOVE 4 TO LIN.
           MOVE ZEROS TO APL-CHAVE.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   GO TO P-POSICAO-TOTAL.
       P-POSICAO-LER.
           READ APLIC NEXT RECORD
               AT END
                   GO TO P-POSICAO-TOTAL.
           IF NOT APL-CABECALHO OR NOT APL-ATIVA
               GO TO P-POSICAO-LER.
           IF APL-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-POSICAO-LER.
           PERFORM P-DIAS-APLICADO.
           PERFORM P-ALIQUOTA-IR.
           COMPUTE WS-RESG-IR ROUNDED =
               APL-REND-ACUM * WS-ALIQ-IR / 100.
           COMPUTE WS-RESG-LIQ = APL-SALDO - WS-RESG-IR.
           ADD APL-SALDO TO WS-TOT-SALDO.
           ADD WS-RESG-IR TO WS-TOT-IR.
           ADD WS-RESG-LIQ TO WS-TOT-LIQ.
           MOVE APL-NUM TO POS-NUM.
           MOVE APL-CTA TO POS-CTA.
           MOVE APL-DESCRICAO TO POS-DESCR.
           MOVE APL-TAXA TO POS-TAXA.
           MOVE APL-SALDO TO POS-SALDO.
           MOVE WS-RESG-IR TO POS-IR.
           MOVE WS-RESG-LIQ TO POS-LIQ.
           WRITE REG-ARQSAID FROM LINHA-POS-DET.
           DISPLAY (LIN, 01) LINHA-POS-DET.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-POSICAO-LER.
       P-POSICAO-TOTAL.
           MOVE WS-TOT-SALDO TO POS-TOT-SALDO.
           MOVE WS-TOT-IR TO POS-TOT-IR.
           MOVE WS-TOT-LIQ TO POS-TOT-LIQ.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-POS-TOT.
           DISPLAY (LIN, 01) LINHA-POS-TOT.
       P-POSICAO-FECHA.
           CLOSE ARQSAID.
           DISPLAY (23 04) "Relatorio em BANCO20.TXT - Tecle < ENTER >".
           ACCEPT WS-P.
       P-POSICAO-FIM.

      *-----extrato de uma aplicacao: cabecalho + movimentos-----------*
       P-EXTRATO.
           MOVE WS-CODIGO TO APL-NUM.
           MOVE ZEROS TO APL-SEQ.
           READ APLIC
               INVALID KEY
                   DISPLAY (22 04) "!! APLICACAO NAO CADASTRADA !!"
                   GO TO P-EXTRATO-FIM.
           MOVE APL-NUM TO EXT-NUM.
           MOVE APL-DESCRICAO TO EXT-DESCR.
           MOVE APL-CTA TO EXT-CTA.
           MOVE APL-TAXA TO EXT-TAXA.
           MOVE APL-SALDO TO EXT-SALDO.
           MOVE APL-REND-ACUM TO EXT-REND.
           MOVE "ATIVA" TO EXT-SITUACAO.
           IF APL-ENCERRADA
               MOVE "ENCERRADA" TO EXT-SITUACAO.
           IF APL-CANCELADA
               MOVE "CANCELADA" TO EXT-SITUACAO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-EXT-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (03 01) LINHA-EXT-TIT.
           MOVE 5 TO LIN.
       P-EXTRATO-LER.
           READ APLIC NEXT RECORD
               AT END
                   GO TO P-EXTRATO-SALDO.
           IF APL-NUM NOT = WS-CODIGO
               GO TO P-EXTRATO-SALDO.
           MOVE APL-DATA TO WS-AD-N.
           MOVE WS-AD-DIA TO EXT-DIA.
           MOVE WS-AD-MES TO EXT-MES.
           MOVE WS-AD-ANO TO EXT-ANO.
           MOVE SPACES TO EXT-TIPO.
           IF APL-MOV-APLICACAO
               MOVE "APLICACAO" TO EXT-TIPO.
           IF APL-MOV-RENDIMENTO
               MOVE "RENDIMENTO" TO EXT-TIPO.
           IF APL-MOV-RESGATE
               MOVE "RESGATE" TO EXT-TIPO.
           MOVE APL-VALOR TO EXT-VALOR.
           MOVE APL-IR TO EXT-IR.
           MOVE APL-TRB-NUM TO EXT-TRB.
           WRITE REG-ARQSAID FROM LINHA-EXT-DET.
           DISPLAY (LIN, 01) LINHA-EXT-DET.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-EXTRATO-LER.
       P-EXTRATO-SALDO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-EXT-SALDO.
           DISPLAY (LIN, 01) LINHA-EXT-SALDO.
       P-EXTRATO-FIM.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT WS-P.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (04 00) ERASE.
           MOVE 4 TO LIN.

      *-----------------------------------------*
      * Cancela aplicacao lancada errada: so sem rendimento nem
      * resgate; a perna de saida da conta morre junto.
       P-CANCELA.
           DISPLAY (01 01) ERASE.
           PERFORM P-LE-APLICACAO THRU P-LE-APLICACAO-FIM.
           IF WS-CODIGO = ZEROS
               GO TO P-CANCELA-FIM.
           MOVE REG-APLIC TO WS-REG-CAB.
           PERFORM P-PROXIMO-SEQ THRU P-PROXIMO-SEQ-FIM.
           MOVE WS-REG-CAB TO REG-APLIC.
           IF WS-PROX-SEQ > 2
               DISPLAY (22 04) "!! APLICACAO JA TEM RENDIMENTO OU "
                   "RESGATE !!"
               ACCEPT WS-P
               GO TO P-CANCELA-FIM.
           DISPLAY (08 04) "Cancela < S/N >? ".
           ACCEPT (08 22) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-CANCELA-FIM.
           MOVE "C" TO APL-SITUACAO.
           REWRITE REG-APLIC.
           OPEN I-O TRANSFB.
           IF FS-TRB NOT = "00"
               CLOSE TRANSFB
               GO TO P-CANCELA-FIM.
           MOVE APL-TRB-NUM TO TRB-NUM.
           READ TRANSFB
               INVALID KEY
                   CLOSE TRANSFB
                   GO TO P-CANCELA-FIM.
           MOVE "C" TO TRB-SITUACAO.
           REWRITE REG-TRANSFB.
           CLOSE TRANSFB.
           DISPLAY (10 04) "Aplicacao e transferencia canceladas.".
           ACCEPT WS-P.
       P-CANCELA-FIM.

      *-----pede o numero e mostra a aplicacao ativa da empresa--------*
      *-----(WS-CODIGO volta zerado se nao servir)-----------------------*
       P-LE-APLICACAO.
           DISPLAY (02 04) "Aplicacao No.......=".
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT (02 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-LE-APLICACAO-FIM.
           MOVE WS-CODIGO TO APL-NUM.
           MOVE ZEROS TO APL-SEQ.
           READ APLIC
               INVALID KEY
                   DISPLAY (22 04) "!! APLICACAO NAO CADASTRADA !!"
                   ACCEPT WS-P
                   MOVE ZEROS TO WS-CODIGO
                   GO TO P-LE-APLICACAO-FIM.
           IF NOT APL-ATIVA
               DISPLAY (22 04) "!! APLICACAO ENCERRADA/CANCELADA !!"
               ACCEPT WS-P
               MOVE ZEROS TO WS-CODIGO
               GO TO P-LE-APLICACAO-FIM.
           IF APL-EMPRESA NOT = WS-EMPRESA-ATUAL
               DISPLAY (22 04) "!! APLICACAO DE OUTRA EMPRESA !!"
               ACCEPT WS-P
               MOVE ZEROS TO WS-CODIGO
               GO TO P-LE-APLICACAO-FIM.
           MOVE APL-DATA TO WS-AD-N.
           MOVE APL-TAXA TO WS-MOSTRA-TAXA.
           DISPLAY (03 04) APL-DESCRICAO "  conta " APL-CTA
               "  " WS-MOSTRA-TAXA "% a.m.".
           DISPLAY (04 04) "Aplicada em " WS-AD-DIA "/" WS-AD-MES
               "/" WS-AD-ANO.
           MOVE APL-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (05 04) "Saldo bruto R$ " WS-MOSTRA-VALOR.
           MOVE APL-REND-ACUM TO WS-MOSTRA-VALOR.
           DISPLAY (05 35) "Rendimento R$ " WS-MOSTRA-VALOR.
       P-LE-APLICACAO-FIM.

      *-----data do movimento DD/MM/AAAA (linha 08), hoje sugerido-----*
       P-ACEITA-DATA.
           DISPLAY (08 04) "Data...............=   /  /    ".
           MOVE DIA TO WS-MV-DIA.
           MOVE MES TO WS-MV-MES.
           MOVE ANO TO WS-MV-ANO.
           ACCEPT (08 25) WS-MV-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (08 28) WS-MV-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (08 31) WS-MV-ANO WITH PROMPT UPDATE AUTO-SKIP.

      *-----dias corridos da aplicacao (APL-DATA) ate WS-MOV-DATA------*
       P-DIAS-APLICADO.
           MOVE APL-DATA TO WS-AD-N.
           MOVE WS-AD-ANO TO WS-CJ-ANO.
           MOVE WS-AD-MES TO WS-CJ-MES.
           MOVE WS-AD-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-APL.
           MOVE WS-MV-ANO TO WS-CJ-ANO.
           MOVE WS-MV-MES TO WS-CJ-MES.
           MOVE WS-MV-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           COMPUTE WS-DIAS-APL = WS-CJ-RESULT - WS-JULIANO-APL.

      *-----IR regressivo sobre o rendimento, pelos dias aplicados------*
       P-ALIQUOTA-IR.
           IF WS-DIAS-APL NOT > 180
               MOVE 22,50 TO WS-ALIQ-IR
           ELSE
               IF WS-DIAS-APL NOT > 360
                   MOVE 20,00 TO WS-ALIQ-IR
               ELSE
                   IF WS-DIAS-APL NOT > 720
                       MOVE 17,50 TO WS-ALIQ-IR
                   ELSE
                       MOVE 15,00 TO WS-ALIQ-IR.

      *-----grava um movimento (REG-APLIC ja montado pelo chamador)----*
       P-GRAVA-MOV.
           MOVE ZEROS TO APL-SALDO.
           MOVE ZEROS TO APL-REND-ACUM.
           MOVE ZEROS TO APL-ULT-REND.
           MOVE SPACE TO APL-SITUACAO.
           MOVE WS-OPER-ATUAL TO APL-OPER-COD.
           WRITE REG-APLIC INVALID KEY
               DISPLAY (22 04) "!! ERRO AO GRAVAR APLIC - FS = "
                   FS-APL
               ACCEPT WS-P.

      *-----proxima aplicacao = maior numero + 1------------------------*
       P-PROXIMO-APL.
           MOVE ZEROS TO WS-PROX-APL.
           MOVE ZEROS TO APL-CHAVE.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   GO TO P-PROXIMO-APL-CALC.
       P-PROXIMO-APL-LER.
           READ APLIC NEXT RECORD
               AT END
                   GO TO P-PROXIMO-APL-CALC.
           MOVE APL-NUM TO WS-PROX-APL.
           GO TO P-PROXIMO-APL-LER.
       P-PROXIMO-APL-CALC.
           ADD 1 TO WS-PROX-APL.
       P-PROXIMO-APL-FIM.

      *-----proxima sequencia de movimento da aplicacao WS-CODIGO------*
       P-PROXIMO-SEQ.
           MOVE ZEROS TO WS-PROX-SEQ.
           MOVE WS-CODIGO TO APL-NUM.
           MOVE ZEROS TO APL-SEQ.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   GO TO P-PROXIMO-SEQ-CALC.
       P-PROXIMO-SEQ-LER.
           READ APLIC NEXT RECORD
               AT END
                   GO TO P-PROXIMO-SEQ-CALC.
           IF APL-NUM NOT = WS-CODIGO
               GO TO P-PROXIMO-SEQ-CALC.
           MOVE APL-SEQ TO WS-PROX-SEQ.
           GO TO P-PROXIMO-SEQ-LER.
       P-PROXIMO-SEQ-CALC.
           ADD 1 TO WS-PROX-SEQ.
       P-PROXIMO-SEQ-FIM.

      *-----------------------------------------------------------*
      * Proximo numero de TRANSFB.DAT (deixa o arquivo aberto I-O  *
      * p/ a gravacao da perna), como no BANCO73.                  *
      *-----------------------------------------------------------*
       P-PROXIMO-TRB.
           MOVE ZEROS TO WS-PROX-TRB.
           OPEN I-O TRANSFB.
           IF FS-TRB = "30" OR FS-TRB = "35"
               CLOSE TRANSFB
               OPEN OUTPUT TRANSFB
               CLOSE TRANSFB
               OPEN I-O TRANSFB.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   GO TO P-PROXIMO-TRB-CALC.
       P-PROXIMO-TRB-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   GO TO P-PROXIMO-TRB-CALC.
           MOVE TRB-NUM TO WS-PROX-TRB.
           GO TO P-PROXIMO-TRB-LER.
       P-PROXIMO-TRB-CALC.
           ADD 1 TO WS-PROX-TRB.
       P-PROXIMO-TRB-FIM.

      *-----numero juliano, mesmo criterio do BANCO09-------------------*
       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----------------------------------------------------------*
      * Empresa e operador da sessao (SESSAO.DAT).                 *
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

       P-FIM.
           CLOSE APLIC CTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
