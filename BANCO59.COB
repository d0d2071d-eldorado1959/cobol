      *    documentos e totais p/ aprovacao - depois o BANCO05
      *    confirma o bordero inteiro pelo numero. Menu Rotinas
      *    Bancarias, opcao 6.
      *    Titulo de favorecido com dado bancario recem-trocado e
      *    ainda nao verificado por telefone (VERFORN.DAT /
      *    BANCOFS) fica fora do lote.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTA-COD
                  FILE STATUS  IS FS-CTA.
           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-VERF.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
       FILE SECTION.
       COPY BCOMAST.

       COPY VERFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       77 FS-CTA                PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
      *-----fornecedor com dado bancario mudado e ainda nao-----------*
      *-----verificado por telefone (VERFORN.DAT / BANCOFS): os-------*
      *-----nomes ficam aqui e o documento do favorecido e retido-----*
       77 FS-VERF               PIC XX.
       77 WS-QTDE-RETIDOS       PIC 9(04) VALUE ZEROS.
       77 WS-VERF-QTDE          PIC 999 VALUE ZEROS.
       77 WS-VERF-IDX           PIC 999 VALUE ZEROS.
       77 WS-VERF-RETIDO        PIC X VALUE "N".
       88 VERF-RETIDO-88        VALUE "S".
       01 WS-VERF-TAB.
           03 WS-VERF-NOME      PIC X(20) OCCURS 200 TIMES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-NUM-CONTA         PIC 99 VALUE ZEROS.
       77 WS-PROX-BORD         PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-LOTE         PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-LOTE        PIC 9(11)V99 VALUE ZEROS.
       77 WS-ABERTO            PIC S9(11)V99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.
           PERFORM P-CARREGA-VERIF THRU P-CARREGA-VERIF-FIM.
           PERFORM P-DATA.

       P01-TELA-1.
           PERFORM P-PROXIMO-BORD THRU P-PROXIMO-BORD-FIM.
           MOVE ZEROS TO WS-QTDE-LOTE.
           MOVE ZEROS TO WS-VALOR-LOTE.
           MOVE ZEROS TO WS-QTDE-RETIDOS.
           OPEN OUTPUT ARQSAID.
           MOVE WS-PROX-BORD TO TIT-BORD.
           MOVE WS-CONTA-PAGA TO TIT-CONTA.
               GO TO P-GERA-LER.
           IF BORDERO-CHE NOT = ZEROS
               GO TO P-GERA-LER.
      *     favorecido com dado bancario trocado e ainda nao
      *     verificado por telefone (BANCOFS) fica fora do lote
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88
               ADD 1 TO WS-QTDE-RETIDOS
               GO TO P-GERA-LER.
      *     o bordero leva o saldo em aberto (como o BANCO98), nao o
      *     valor de face - parcial, desconto e abatimento ja feitos
      *     nao saem de novo
           COMPUTE WS-ABERTO = VALOR-CHE + JUROS-PAGO-CHE
                             - VALOR-PAGO - DESC-CHE.
           IF WS-ABERTO NOT > ZEROS
               GO TO P-GERA-LER.
           MOVE WS-PROX-BORD TO BORDERO-CHE.
           PERFORM P-REWRITE-BCO.
           ADD 1 TO WS-QTDE-LOTE.
           ADD WS-ABERTO TO WS-VALOR-LOTE.
           MOVE NUM-CHE    TO NUM-DET.
           MOVE DESCRI-CHE TO NOME-DET.
           MOVE WS-ABERTO  TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           PERFORM P-BUSCA-DADOS-FORN THRU P-BUSCA-DADOS-FORN-FIM.
           IF ACHOU-FORN-88
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-GERA-LER.
       P-GERA-TOTAL.
           IF WS-QTDE-RETIDOS NOT = ZEROS
               DISPLAY (19 04) WS-QTDE-RETIDOS
                   " titulo(s) RETIDO(S): fornecedor em verificacao".
           IF WS-QTDE-LOTE = ZEROS
               CLOSE ARQSAID
               DISPLAY (21 04) "Nenhum titulo pendente nesse vcto."
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO40.COM".

      *-----------------------------------------------------------*
      * Fornecedor em verificacao (VERFORN.DAT, ver VERFMAST):     *
      * P-CARREGA-VERIF guarda o nome de todo fornecedor com       *
      * mudanca de dado bancario ainda nao confirmada por          *
      * telefone; P-TESTA-VERIF liga VERF-RETIDO-88 quando o       *
      * favorecido do documento lido (DESCRI-CHE) e um deles.      *
      *-----------------------------------------------------------*
       P-CARREGA-VERIF.
           MOVE ZEROS TO WS-VERF-QTDE.
           OPEN INPUT VERFORN.
           IF FS-VERF NOT = "00"
               CLOSE VERFORN
               GO TO P-CARREGA-VERIF-FIM.
       P-CARREGA-VERIF-LER.
           READ VERFORN NEXT RECORD
               AT END
                   CLOSE VERFORN
                   GO TO P-CARREGA-VERIF-FIM.
           IF NOT VF-EM-VERIFICACAO
               GO TO P-CARREGA-VERIF-LER.
           IF WS-VERF-QTDE NOT < 200
               GO TO P-CARREGA-VERIF-LER.
           ADD 1 TO WS-VERF-QTDE.
           MOVE VF-FORN-NOME TO WS-VERF-NOME ( WS-VERF-QTDE ).
           GO TO P-CARREGA-VERIF-LER.
       P-CARREGA-VERIF-FIM.

       P-TESTA-VERIF.
           MOVE "N" TO WS-VERF-RETIDO.
           MOVE ZEROS TO WS-VERF-IDX.
       P-TESTA-VERIF-LER.
           ADD 1 TO WS-VERF-IDX.
           IF WS-VERF-IDX > WS-VERF-QTDE
               GO TO P-TESTA-VERIF-FIM.
           IF WS-VERF-NOME ( WS-VERF-IDX ) = DESCRI-CHE
               MOVE "S" TO WS-VERF-RETIDO
               GO TO P-TESTA-VERIF-FIM.
           GO TO P-TESTA-VERIF-LER.
       P-TESTA-VERIF-FIM.

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
