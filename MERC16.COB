       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC16.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    DEVOLUCOES DE COMPRA DO MES POR FORNECEDOR
      *    Le o DEVOL.DAT (gravado pelo MERC15) e lista, para o
      *    mes/ano informado e a empresa da sessao, cada produto
      *    devolvido agrupado por fornecedor - titulo de origem,
      *    quantidade, valor ao custo do recebimento e o motivo
      *    (avaria / validade / outro) - com o total do fornecedor
      *    separado em abatido no titulo e credito p/ a proxima
      *    fatura. E a conversa mensal com o representante; o
      *    mesmo DEVOL.DAT entra no desempenho de fornecedor
      *    (PED03). Sai na tela e em MERC16.TXT. Menu de Estoque
      *    (BANCO36, opcao 16).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-DEVOL.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
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
       COPY DEVOLMAST.

       COPY FORNMAST.

       COPY ESTQMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC16.TXT".
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
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-SESSAO             PIC XX.
       77 FS-DEVOL              PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-ESTOQUE            PIC XX.
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
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----mes/ano pedido-----------------------------------------------*
       77 WS-MES-REF            PIC 99 VALUE ZEROS.
       77 WS-ANO-REF            PIC 9(04) VALUE ZEROS.

      *-----acumuladores por fornecedor (codigo 0-999; 0 = titulo-----*
      *-----de favorecido sem cadastro)----------------------------------*
       01 WS-FORN-ACUM.
           03 WS-FA OCCURS 1000 TIMES.
               05 WS-FA-ITENS   PIC 9(04).
               05 WS-FA-VALOR   PIC 9(11)V99.
               05 WS-FA-ABAT    PIC 9(11)V99.
               05 WS-FA-CRED    PIC 9(11)V99.
       77 WS-FX                 PIC 9(04) VALUE ZEROS.
       77 WS-FORN-ATUAL         PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-ITENS        PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-VALOR        PIC 9(13)V99 VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(34) VALUE "Devolucoes de Compra por Fornec. ".
           02 MES-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT          PIC 9(04).
       01 LINHA-FORN.
           02 F PIC X(02) VALUE SPACES.
           02 FORN-DET         PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-DET         PIC X(20).
       01 LINHA-DET.
           02 F PIC X(04) VALUE SPACES.
           02 DIA-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-DET          PIC 99.
           02 F PIC X(05) VALUE " Tit.".
           02 TIT-DET          PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(18).
           02 QTDE-DET         PIC ZZZZZ9,999.
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-DET        PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 MOTIVO-DET       PIC X(08).
       01 LINHA-TOT-FORN.
           02 F PIC X(04) VALUE SPACES.
           02 ITENS-TOT-DET    PIC ZZZ9.
           02 F PIC X(09) VALUE " item(ns)".
           02 F PIC X(04) VALUE " R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(05) VALUE " abat".
           02 ABAT-TOT-DET     PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(05) VALUE " cred".
           02 CRED-TOT-DET     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(25) VALUE "DEVOLVIDO NO MES.......: ".
           02 F PIC X(03) VALUE "R$ ".
           02 VALOR-GER-DET    PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN INPUT DEVOL.
           IF FS-DEVOL NOT = "00"
               DISPLAY (22 04) "!! NENHUMA DEVOLUCAO (DEVOL.DAT) !!"
               ACCEPT WS-P
               CLOSE DEVOL
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           CLOSE DEVOL.
           OPEN INPUT FORN.
           OPEN INPUT ESTOQUE.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE WS-ANO-REF = 2000 + ANO-DOS.
           MOVE MES-DOS TO WS-MES-REF.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC16".
           DISPLAY (02 20) " Devolucoes de Compra do Mes ".
           DISPLAY (04 10) "Mes/Ano (00 = Retorna) :  /    ".
           ACCEPT (04 35) WS-MES-REF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-REF = ZEROS
               PERFORM P-FIM.
           ACCEPT (04 38) WS-ANO-REF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-REF > 12
               PERFORM P-FIM.
           MOVE ZEROS TO WS-FORN-ACUM.
           MOVE ZEROS TO WS-TOTAL-ITENS.
           MOVE ZEROS TO WS-TOTAL-VALOR.
           DISPLAY (06 04) "Apurando...".
           PERFORM P-APURA THRU P-APURA-FIM.
           PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           PERFORM P-FIM.

      *-----1a passada: totais do mes por fornecedor--------------------*
       P-APURA.
           OPEN INPUT DEVOL.
       P-APURA-LER.
           READ DEVOL
               AT END
                   CLOSE DEVOL
                   GO TO P-APURA-FIM.
           PERFORM P-TESTA-DEVOL.
           IF WS-P NOT = "S"
               GO TO P-APURA-LER.
           COMPUTE WS-FX = DEV-FORN-COD + 1.
           ADD 1 TO WS-FA-ITENS(WS-FX).
           ADD DEV-VALOR TO WS-FA-VALOR(WS-FX).
           ADD DEV-ABATIDO TO WS-FA-ABAT(WS-FX).
           ADD DEV-CREDITO TO WS-FA-CRED(WS-FX).
           ADD 1 TO WS-TOTAL-ITENS.
           ADD DEV-VALOR TO WS-TOTAL-VALOR.
           GO TO P-APURA-LER.
       P-APURA-FIM.

      *-----registro do mes e da empresa da sessao?---------------------*
       P-TESTA-DEVOL.
           MOVE "N" TO WS-P.
           IF DEV-EMPRESA = WS-EMPRESA-ATUAL
                   AND DEV-MES = WS-MES-REF
                   AND DEV-ANO = WS-ANO-REF
               MOVE "S" TO WS-P.

      *-----fornecedor a fornecedor: cabecalho, itens e total-----------*
       P-IMPRIME.
           OPEN OUTPUT ARQSAID.
           MOVE WS-MES-REF TO MES-TIT.
           MOVE WS-ANO-REF TO ANO-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE 6 TO LIN.
           MOVE ZEROS TO WS-FX.
       P-IMPRIME-LOOP.
           ADD 1 TO WS-FX.
           IF WS-FX > 1000
               GO TO P-IMPRIME-TOTAL.
           IF WS-FA-ITENS(WS-FX) = ZEROS
               GO TO P-IMPRIME-LOOP.
           COMPUTE WS-FORN-ATUAL = WS-FX - 1.
           MOVE WS-FORN-ATUAL TO FORN-DET.
           MOVE WS-FORN-ATUAL TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NOME-DET
               NOT INVALID KEY
                   MOVE FORN-NOME TO NOME-DET
           END-READ.
           WRITE REG-ARQSAID FROM LINHA-FORN.
           DISPLAY (LIN, 02) LINHA-FORN.
           PERFORM P-AVANCA.
           PERFORM P-ITENS THRU P-ITENS-FIM.
           MOVE WS-FA-ITENS(WS-FX) TO ITENS-TOT-DET.
           MOVE WS-FA-VALOR(WS-FX) TO VALOR-TOT-DET.
           MOVE WS-FA-ABAT(WS-FX) TO ABAT-TOT-DET.
           MOVE WS-FA-CRED(WS-FX) TO CRED-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOT-FORN.
           DISPLAY (LIN, 02) LINHA-TOT-FORN.
           PERFORM P-AVANCA.
           GO TO P-IMPRIME-LOOP.
       P-IMPRIME-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-TOTAL-VALOR TO VALOR-GER-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Mes " WS-MES-REF "/" WS-ANO-REF
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           MOVE WS-TOTAL-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (21 02) WS-TOTAL-ITENS " item(ns) devolvido(s) R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (22 02) "Detalhe em MERC16.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-IMPRIME-FIM.

      *-----2a passada: os itens do fornecedor corrente-----------------*
       P-ITENS.
           OPEN INPUT DEVOL.
       P-ITENS-LER.
           READ DEVOL
               AT END
                   CLOSE DEVOL
                   GO TO P-ITENS-FIM.
           PERFORM P-TESTA-DEVOL.
           IF WS-P NOT = "S" OR DEV-FORN-COD NOT = WS-FORN-ATUAL
               GO TO P-ITENS-LER.
           MOVE DEV-DIA TO DIA-DET.
           MOVE DEV-MES TO MES-DET.
           MOVE DEV-NUM-CHE TO TIT-DET.
           MOVE DEV-PROD TO PROD-DET.
           MOVE DEV-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO DESCR-DET
               NOT INVALID KEY
                   MOVE PROD-DESCR TO DESCR-DET
           END-READ.
           MOVE DEV-QTDE TO QTDE-DET.
           MOVE DEV-VALOR TO VALOR-DET.
           MOVE "Outro" TO MOTIVO-DET.
           IF DEV-AVARIA
               MOVE "Avaria" TO MOTIVO-DET.
           IF DEV-VALIDADE
               MOVE "Validade" TO MOTIVO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           PERFORM P-AVANCA.
           GO TO P-ITENS-LER.
       P-ITENS-FIM.

       P-AVANCA.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

       P-FIM.
           CLOSE FORN ESTOQUE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao: so as devolucoes da empresa logada.     *
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
           MOVE "MERC16" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC16.TXT" TO RARQ-ARQUIVO.
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
