      *    prazo x atrasados, a media de dias de atraso, e a
      *    variacao entre o PED-VALOR combinado e o VALOR-CHE do
      *    titulo que faturou (elo PEDIDO-CHE / PED-NUM-CHE) - a
      *    municao da negociacao anual. As devolucoes de compra
      *    (DEVOL.DAT, MERC15) feitas no mesmo periodo entram numa
      *    linha a parte do fornecedor: itens devolvidos e valor
      *    ao custo do recebimento. Sai em PED03.TXT.
      *    Chamado pelo menu do PED01, opcao <6>.
      *
       ENVIRONMENT DIVISION.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT DEVOL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-DEVOL.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.

       COPY MOVESTMAST.

       COPY DEVOLMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       77 FS-FORN               PIC XX.
       77 FS                    PIC XX.
       77 FS-MOVEST             PIC XX.
       77 FS-DEVOL              PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-P                 PIC X VALUE SPACES.
               05 WS-FA-ATRASO  PIC 9(04).
               05 WS-FA-DIAS    PIC 9(06).
               05 WS-FA-VARIA   PIC S9(11)V99.
               05 WS-FA-DEV-ITENS PIC 9(04).
               05 WS-FA-DEV-VALOR PIC 9(11)V99.
       77 WS-FX                 PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-DIAS         PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-TOTAL         PIC 9(06) VALUE ZEROS.
           02 DIAS-DET         PIC ZZZ9.
           02 F PIC X(06) VALUE "d Var.".
           02 VARIA-DET        PIC ZZZ.ZZ9,99-.
       01 LINHA-DEVOL.
           02 F PIC X(06) VALUE SPACES.
           02 F PIC X(13) VALUE "Devolucoes: ".
           02 DEV-ITENS-DET    PIC ZZZ9.
           02 F PIC X(13) VALUE " item(ns) R$ ".
           02 DEV-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA.
           MOVE ZEROS TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   GO TO P-DEVOLUCOES.

       LER.
           READ PEDIDO NEXT RECORD
               AT END
                   GO TO P-DEVOLUCOES.
           IF PED-CANCELADO
               GO TO LER.
           IF PED-FORN = ZEROS OR PED-FORN > 999
           GO TO P-ACHA-CHEGADA-LER.
       P-ACHA-CHEGADA-FIM.

      *-----devolucoes de compra (MERC15) com data no periodo----------*
       P-DEVOLUCOES.
           OPEN INPUT DEVOL.
           IF FS-DEVOL NOT = "00"
               CLOSE DEVOL
               GO TO P-IMPRIME.
       P-DEVOLUCOES-LER.
           READ DEVOL
               AT END
                   CLOSE DEVOL
                   GO TO P-IMPRIME.
           IF DEV-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-DEVOLUCOES-LER.
           IF DEV-FORN-COD = ZEROS
               GO TO P-DEVOLUCOES-LER.
           IF DEV-DATA < WS-DATA-I OR DEV-DATA > WS-DATA-F
               GO TO P-DEVOLUCOES-LER.
           MOVE DEV-FORN-COD TO WS-FX.
           ADD 1 TO WS-FA-DEV-ITENS(WS-FX).
           ADD DEV-VALOR TO WS-FA-DEV-VALOR(WS-FX).
           GO TO P-DEVOLUCOES-LER.

       P-IMPRIME.
           OPEN OUTPUT ARQSAID.
           MOVE SPACES TO PER-TIT.
           IF WS-FA-PRAZO(WS-FX) = ZEROS
               AND WS-FA-ATRASO(WS-FX) = ZEROS
               AND WS-FA-VARIA(WS-FX) = ZEROS
               AND WS-FA-DEV-ITENS(WS-FX) = ZEROS
               GO TO P-IMPRIME-LOOP.
           MOVE WS-FX TO FORN-DET.
           MOVE SPACES TO NOME-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
           IF WS-FA-DEV-ITENS(WS-FX) NOT = ZEROS
               MOVE WS-FA-DEV-ITENS(WS-FX) TO DEV-ITENS-DET
               MOVE WS-FA-DEV-VALOR(WS-FX) TO DEV-VALOR-DET
               WRITE REG-ARQSAID FROM LINHA-DEVOL
               DISPLAY (LIN, 02) LINHA-DEVOL
               ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
                   EXIT PARAGRAPH.
           IF SESSAO-ARQ-BCO NOT = SPACES
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           CLOSE SESSAO.

       P-FIM.
