       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC21.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    DIVERGENCIAS DE RECEBIMENTO DE NF-E (LISTA DO COMPRADOR)
      *    O MERC02 recebe a NF-e importada item a item e marca em
      *    NFITEM.DAT todo item cuja quantidade contada na doca
      *    ficou diferente da quantidade da nota. Aqui o comprador
      *    ve essas divergencias em aberto, titulo a titulo, com o
      *    fornecedor, o pedido, o que a nota diz, o que chegou, a
      *    diferenca (falta negativa, sobra positiva) e o valor da
      *    diferenca ao custo da nota - e a cobranca a fazer ao
      *    representante. <1> lista na tela e em MERC21.TXT; <2>
      *    da baixa (tratada) nas divergencias de um titulo depois
      *    de acertado com o fornecedor. Menu de Estoque (BANCO36,
      *    opcao 21).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFI-CHAVE
                  FILE STATUS IS FS-NFITEM.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
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
       COPY NFITMAST.

       COPY FORNMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC21.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY RARQMAST.

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
       77 FS-SESSAO             PIC XX.
       77 FS-NFITEM             PIC XX.
       77 FS-FORN               PIC XX.
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
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----quebra por titulo e totais-----------------------------------*
       77 WS-TIT-ATUAL          PIC X(06) VALUE SPACES.
       77 WS-TIT-BAIXA          PIC X(06) VALUE SPACES.
       77 WS-DIF-QTDE           PIC S9(06)V999 VALUE ZEROS.
       77 WS-DIF-VALOR          PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTDE-DIV           PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-BAIXA         PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-FALTA        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-SOBRA        PIC 9(11)V99 VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(77) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(45) VALUE
               "Divergencias de Recebimento de NF-e em Aberto".
       01 LINHA-CAB.
           02 F PIC X(04) VALUE SPACES.
           02 F PIC X(29) VALUE "Seq Prod Descricao na nota  ".
           02 F PIC X(33) VALUE "   Qtde NF  Contado  Diferenca   ".
           02 F PIC X(11) VALUE "  Valor Dif".
       01 LINHA-TIT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(06) VALUE "Titulo".
           02 F PIC X(01) VALUE SPACES.
           02 TIT-DET          PIC X(06).
           02 F PIC X(07) VALUE "  Forn ".
           02 FORN-DET         PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-DET         PIC X(20).
           02 F PIC X(08) VALUE "  Pedido".
           02 F PIC X(01) VALUE SPACES.
           02 PED-DET          PIC 9(06).
           02 F PIC X(09) VALUE "  Receb. ".
           02 DATA-DET         PIC 9(08).
       01 LINHA-DET.
           02 F PIC X(04) VALUE SPACES.
           02 SEQ-DET          PIC 999.
           02 F PIC X(01) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(20).
           02 QTDE-NF-DET      PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 QTDE-CONT-DET    PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 DIF-DET          PIC -ZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-DIF-DET    PIC -ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 QTDE-TOT-DET     PIC ZZZZ9.
           02 F PIC X(15) VALUE " divergencia(s)".
           02 F PIC X(10) VALUE "  falta R$".
           02 FALTA-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(10) VALUE "  sobra R$".
           02 SOBRA-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "MERC21" BLINK.
           02 LINE 02 COLUMN 14 VALUE
               " Divergencias de Recebimento de NF-e " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Listar em Aberto".
           02 LINE 06 COLUMN 04 VALUE "<2> Baixar Titulo Acertado".
           02 LINE 07 COLUMN 04 VALUE "<0> Sair".
           02 LINE 09 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O NFITEM.
           IF FS-NFITEM NOT = "00"
               DISPLAY (22 04) "!! NENHUMA NF-E IMPORTADA (NFITEM) !!"
               ACCEPT WS-P
               CLOSE NFITEM
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN INPUT FORN.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (09 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-LISTA THRU P-LISTA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-BAIXA THRU P-BAIXA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Divergencias em aberto da empresa da sessao, na ordem do
      * titulo (NFI-CHAVE), com quebra e cabecalho por titulo.
       P-LISTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC21".
           DISPLAY (02 14) " Divergencias de Recebimento de NF-e ".
           MOVE ZEROS TO WS-QTDE-DIV.
           MOVE ZEROS TO WS-TOTAL-FALTA.
           MOVE ZEROS TO WS-TOTAL-SOBRA.
           MOVE SPACES TO WS-TIT-ATUAL.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (04 01) LINHA-CAB.
           MOVE 6 TO LIN.
           MOVE WS-EMPRESA-ATUAL TO NFI-EMPRESA.
           MOVE LOW-VALUES TO NFI-NUM-CHE.
           MOVE ZEROS TO NFI-SEQ.
           START NFITEM KEY IS NOT LESS THAN NFI-CHAVE
               INVALID KEY
                   GO TO P-LISTA-TOTAL.
       P-LISTA-LER.
           READ NFITEM NEXT RECORD
               AT END
                   GO TO P-LISTA-TOTAL.
           IF NFI-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-LISTA-TOTAL.
           IF NOT NFI-DIV-ABERTA
               GO TO P-LISTA-LER.
           IF NFI-NUM-CHE NOT = WS-TIT-ATUAL
               PERFORM P-LISTA-TITULO.
           COMPUTE WS-DIF-QTDE = NFI-QTDE-CONT - NFI-QTDE.
           COMPUTE WS-DIF-VALOR ROUNDED = WS-DIF-QTDE * NFI-CUSTO.
           IF WS-DIF-VALOR < ZEROS
               SUBTRACT WS-DIF-VALOR FROM WS-TOTAL-FALTA
           ELSE
               ADD WS-DIF-VALOR TO WS-TOTAL-SOBRA.
           ADD 1 TO WS-QTDE-DIV.
           MOVE NFI-SEQ TO SEQ-DET.
           MOVE NFI-PROD TO PROD-DET.
           MOVE NFI-DESCR TO DESCR-DET.
           MOVE NFI-QTDE TO QTDE-NF-DET.
           MOVE NFI-QTDE-CONT TO QTDE-CONT-DET.
           MOVE WS-DIF-QTDE TO DIF-DET.
           MOVE WS-DIF-VALOR TO VALOR-DIF-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           PERFORM P-AVANCA.
           GO TO P-LISTA-LER.
       P-LISTA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-QTDE-DIV TO QTDE-TOT-DET.
           MOVE WS-TOTAL-FALTA TO FALTA-TOT-DET.
           MOVE WS-TOTAL-SOBRA TO SOBRA-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           MOVE "Divergencias de recebimento em aberto" TO
               WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           DISPLAY (21 01) LINHA-TOTAL.
           DISPLAY (22 02) "Detalhe em MERC21.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-LISTA-FIM.

      *-----cabecalho do titulo: fornecedor, pedido e recebimento------*
       P-LISTA-TITULO.
           MOVE NFI-NUM-CHE TO WS-TIT-ATUAL.
           MOVE NFI-NUM-CHE TO TIT-DET.
           MOVE NFI-FORN TO FORN-DET.
           MOVE NFI-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NOME-DET
               NOT INVALID KEY
                   MOVE FORN-NOME TO NOME-DET
           END-READ.
           MOVE NFI-PEDIDO TO PED-DET.
           MOVE NFI-DATA-RECEB TO DATA-DET.
           WRITE REG-ARQSAID FROM LINHA-TIT.
           DISPLAY (LIN, 01) LINHA-TIT.
           PERFORM P-AVANCA.

      *-----------------------------------------*
      * Acertado com o fornecedor (nota de devolucao, abatimento ou
      * reentrega): as divergencias do titulo saem da lista.
       P-BAIXA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC21".
           DISPLAY (02 14) " Baixa de Divergencias do Titulo ".
           DISPLAY (04 04) "Titulo (0=Sai).....=".
           MOVE SPACES TO WS-TIT-BAIXA.
           ACCEPT (04 25) WS-TIT-BAIXA WITH PROMPT AUTO-SKIP.
           IF WS-TIT-BAIXA = SPACES OR WS-TIT-BAIXA = ZEROS
               GO TO P-BAIXA-FIM.
           MOVE ZEROS TO WS-QTDE-BAIXA.
           MOVE WS-EMPRESA-ATUAL TO NFI-EMPRESA.
           MOVE WS-TIT-BAIXA TO NFI-NUM-CHE.
           MOVE ZEROS TO NFI-SEQ.
           START NFITEM KEY IS NOT LESS THAN NFI-CHAVE
               INVALID KEY
                   GO TO P-BAIXA-MOSTRA.
       P-BAIXA-CONTA.
           READ NFITEM NEXT RECORD
               AT END
                   GO TO P-BAIXA-MOSTRA.
           IF NFI-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR NFI-NUM-CHE NOT = WS-TIT-BAIXA
               GO TO P-BAIXA-MOSTRA.
           IF NFI-DIV-ABERTA
               ADD 1 TO WS-QTDE-BAIXA.
           GO TO P-BAIXA-CONTA.
       P-BAIXA-MOSTRA.
           IF WS-QTDE-BAIXA = ZEROS
               DISPLAY (22 04) "!! TITULO SEM DIVERGENCIA EM ABERTO !!"
               ACCEPT WS-P
               GO TO P-BAIXA-FIM.
           DISPLAY (06 04) WS-QTDE-BAIXA " divergencia(s) em aberto".
           DISPLAY (08 04) "Confirma a baixa < S/N >? ".
           ACCEPT (08 31) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-BAIXA-FIM.
           MOVE WS-EMPRESA-ATUAL TO NFI-EMPRESA.
           MOVE WS-TIT-BAIXA TO NFI-NUM-CHE.
           MOVE ZEROS TO NFI-SEQ.
           START NFITEM KEY IS NOT LESS THAN NFI-CHAVE
               INVALID KEY
                   GO TO P-BAIXA-FIM.
       P-BAIXA-LER.
           READ NFITEM NEXT RECORD
               AT END
                   GO TO P-BAIXA-OK.
           IF NFI-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR NFI-NUM-CHE NOT = WS-TIT-BAIXA
               GO TO P-BAIXA-OK.
           IF NFI-DIV-ABERTA
               MOVE "T" TO NFI-DIVERG
               REWRITE REG-NFITEM.
           GO TO P-BAIXA-LER.
       P-BAIXA-OK.
           DISPLAY (22 04) "Divergencias baixadas - < ENTER >".
           ACCEPT WS-P.
       P-BAIXA-FIM.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

       P-FIM.
           CLOSE NFITEM FORN.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao: so as notas da empresa logada.          *
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
           MOVE "MERC21" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC21.TXT" TO RARQ-ARQUIVO.
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
