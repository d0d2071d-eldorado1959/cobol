      *    chave alternada DESCRI-CHE (ver BCOMAST) direto na fatia
      *    do favorecido. O extrato sai sempre em BANCO46.TXT; o
      *    "Imprimir?" do final copia o arquivo para a impressora.
      *    Desconto/adiantamento abatido na baixa sai embaixo do
      *    documento, e os adiantamentos do fornecedor (ADIANT.DAT)
      *    fecham o extrato com o saldo que ainda resta consumir.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PGTO.

           SELECT ADIANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADT-CHAVE
                  ALTERNATE RECORD KEY IS ADT-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ADIANT.

           SELECT RELATO    ASSIGN TO PRINTER.

           SELECT ARQSAID   ASSIGN TO DISK
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.

       COPY PGTOMAST.

       COPY ADIANTMAST.

       COPY IMPRMAST.

       FD RELATO            LABEL RECORD IS OMITTED.
                                VALUE OF FILE-ID IS "BANCO46.TXT".
       01 REG-ARQENT            PIC X(80).

       COPY RARQMAST.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 FS                   PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-PGTO               PIC XX.
       77 FS-ADIANT             PIC XX.
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
       77 FS-ENT                PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-TOTAL-PAGO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-PAGO-DOC          PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-ABERTO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-ABATIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-ADT-PAGO          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ADT-RESTA         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-ADIANT      PIC S9(11)V99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           02 F PIC X(04) VALUE "  R$".
           02 PARC-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ABAT.
           02 f pic x(06) value spaces.
           02 F PIC X(17) VALUE "abatido na baixa ".
           02 F PIC X(04) VALUE "  R$".
           02 ABAT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ADT.
           02 ADT-TIPO-DET     PIC X(04) VALUE "Ad. ".
           02 ADT-DOC-NUM      PIC X(06).
           02 F PIC X(06) VALUE " pago ".
           02 ADT-PAGO-DET     PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(09) VALUE " abatido ".
           02 ADT-CONS-DET     PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(07) VALUE " resta ".
           02 ADT-RESTA-DET    PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 ROTULO-TOT-DET   PIC X(20).
           MOVE ZEROS TO WS-QTDE-DOCTOS.
           MOVE ZEROS TO WS-TOTAL-VALOR.
           MOVE ZEROS TO WS-TOTAL-PAGO.
           MOVE ZEROS TO WS-TOTAL-ABATIDO.
           MOVE ZEROS TO WS-TOTAL-ADIANT.
           DISPLAY TELA.
           PERFORM P-DATA.
           DISPLAY (06 04) "Fornecedor.........=".
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           PERFORM P-PARCELAS THRU P-PARCELAS-FIM.
           IF DESC-CHE NOT = ZEROS
               ADD DESC-CHE TO WS-TOTAL-ABATIDO
               MOVE DESC-CHE TO ABAT-VALOR
               WRITE REG-ARQSAID FROM LINHA-ABAT
               MOVE DESC-CHE TO WS-MOSTRA-VALOR
               DISPLAY (LIN, 06) "abatido na baixa"
               DISPLAY (LIN, 26) WS-MOSTRA-VALOR
               ADD 1 TO LIN
               IF LIN > 19 PERFORM P-PARA.
       P-DOC-FIM.

      *-----varre PGTO.DAT atras das parcelas do documento corrente----*

      *-----totais e saldo em aberto, na tela e no fim do extrato------*
       P-FINAL-IMP.
           COMPUTE WS-SALDO-ABERTO = WS-TOTAL-VALOR - WS-TOTAL-PAGO
                                   - WS-TOTAL-ABATIDO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Total Documentos...." TO ROTULO-TOT-DET.
           MOVE WS-TOTAL-VALOR TO VALOR-TOT-DET.
           MOVE "Total Pago.........." TO ROTULO-TOT-DET.
           MOVE WS-TOTAL-PAGO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Total Abatido......." TO ROTULO-TOT-DET.
           MOVE WS-TOTAL-ABATIDO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Saldo em Aberto....." TO ROTULO-TOT-DET.
           MOVE WS-SALDO-ABERTO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           PERFORM P-ADIANT THRU P-ADIANT-FIM.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Fornecedor " WS-FORN-COD " periodo " DIA-INI "/"
                  MES-INI "/" ANO-INI " a " DIA-FIM "/" MES-FIM "/"
                  ANO-FIM
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           MOVE WS-TOTAL-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (20 04) WS-QTDE-DOCTOS " docto(s), total R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Pago R$ " WS-MOSTRA-VALOR.
           MOVE WS-SALDO-ABERTO TO WS-MOSTRA-SALDO.
           DISPLAY (21 30) "Saldo R$ " WS-MOSTRA-SALDO.
           IF WS-TOTAL-ADIANT NOT = ZEROS
               MOVE WS-TOTAL-ADIANT TO WS-MOSTRA-SALDO
               DISPLAY (20 50) "Adiant. R$ " WS-MOSTRA-SALDO.
           DISPLAY (22 04) "Extrato gravado em BANCO46.TXT".
           DISPLAY (23 05) "Imprimir ?  < S/N >".
           ACCEPT (23 26) WS-CONF WITH PROMPT AUTO-SKIP.
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           GO TO P-PEDE-FORN.

      *-----------------------------------------------------------*
      * Adiantamentos do fornecedor (ADIANT.DAT): o que foi pago   *
      * no titulo do adiantamento menos o ja abatido em titulos    *
      * posteriores (BANCO05) e o credito que ainda resta. O       *
      * credito de devolucao de compra (MERC15) sai como "Dv.",    *
      * e o devolvido soma ao pago do adiantamento.                *
      *-----------------------------------------------------------*
       P-ADIANT.
           OPEN INPUT ADIANT.
           IF FS-ADIANT NOT = "00"
               CLOSE ADIANT
               GO TO P-ADIANT-FIM.
           MOVE WS-FORN-COD TO ADT-FORN-COD.
           START ADIANT KEY IS NOT LESS THAN ADT-FORN-COD
               INVALID KEY
                   GO TO P-ADIANT-FECHA.
       P-ADIANT-LER.
           READ ADIANT NEXT RECORD
               AT END
                   GO TO P-ADIANT-FECHA.
           IF ADT-FORN-COD NOT = WS-FORN-COD
               GO TO P-ADIANT-FECHA.
           IF ADT-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-ADIANT-LER.
           MOVE ZEROS TO WS-ADT-PAGO.
           IF ADT-DE-DEVOL
               MOVE "Dv. " TO ADT-TIPO-DET
               GO TO P-ADIANT-RESTA.
           MOVE "Ad. " TO ADT-TIPO-DET.
           MOVE ADT-NUM-CHE TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-ADIANT-LER.
           IF CHE-CANCELADO
               GO TO P-ADIANT-LER.
           MOVE VALOR-PAGO TO WS-ADT-PAGO.
       P-ADIANT-RESTA.
           ADD ADT-DEVOLVIDO TO WS-ADT-PAGO.
           COMPUTE WS-ADT-RESTA = WS-ADT-PAGO - ADT-CONSUMIDO.
           ADD WS-ADT-RESTA TO WS-TOTAL-ADIANT.
           MOVE ADT-NUM-CHE   TO ADT-DOC-NUM.
           MOVE WS-ADT-PAGO   TO ADT-PAGO-DET.
           MOVE ADT-CONSUMIDO TO ADT-CONS-DET.
           MOVE WS-ADT-RESTA  TO ADT-RESTA-DET.
           WRITE REG-ARQSAID FROM LINHA-ADT.
           GO TO P-ADIANT-LER.
       P-ADIANT-FECHA.
           CLOSE ADIANT.
           IF WS-TOTAL-ADIANT NOT = ZEROS
               MOVE "Adiant. a Consumir.." TO ROTULO-TOT-DET
               MOVE WS-TOTAL-ADIANT TO VALOR-TOT-DET
               WRITE REG-ARQSAID FROM LINHA-TOTAL
               WRITE REG-ARQSAID FROM LINHA-TRACO.
       P-ADIANT-FIM.

      *-----copia o extrato pronto (BANCO46.TXT) p/ a impressora-------*
       P-IMPRIME.
           OPEN OUTPUT RELATO.
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
           MOVE "BANCO46" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "BANCO46.TXT" TO RARQ-ARQUIVO.
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
