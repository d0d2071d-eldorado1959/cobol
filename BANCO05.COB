                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-COD
                  FILE STATUS IS FS-EMPRESA.
           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-VERF.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TRAVA.

           SELECT ADIANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADT-CHAVE
                  ALTERNATE RECORD KEY IS ADT-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ADIANT.

           SELECT ACORDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACO-CHAVE
                  ALTERNATE RECORD KEY IS ACO-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ACO.

           SELECT ABATIT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABT-CHAVE
                  FILE STATUS IS FS-ABT.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY VERFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*

       COPY TRAVMAST.

       COPY ADIANTMAST.

       COPY ACORDMAST.

       COPY ABATMAST.

       COPY BORDMAST.

       COPY FORNMAST.
       77 WS-DESCONTO           PIC 9(09)V99 VALUE ZEROS.
       77 WS-ANTES-DESC         PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOSTRA-DESC        PIC ZZZZZZZZ9V99 VALUE ZEROS.
      *-----adiantamento a fornecedor (ADIANT.DAT) abatido na baixa----*
       77 FS-ADIANT             PIC XX.
       77 WS-TEM-ADIANT         PIC X VALUE "N".
       88 TEM-ADIANT-88         VALUE "S".
       77 WS-ADT-FORN           PIC 9(03) VALUE ZEROS.
       77 WS-ADT-SALDO-DOC      PIC S9(11)V99 VALUE ZEROS.
       77 WS-ADT-DISPON         PIC S9(11)V99 VALUE ZEROS.
       77 WS-ADT-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ADT-USADO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ADT-QTDE           PIC 99 VALUE ZEROS.
       77 WS-ADT-IDX            PIC 99 VALUE ZEROS.
       01 WS-TAB-ADT-USO.
           02 WS-ADT-USO OCCURS 10 TIMES.
               03 WS-ADT-USO-NUM    PIC X(06).
               03 WS-ADT-USO-ORIG   PIC X(01).
               03 WS-ADT-USO-VALOR  PIC 9(09)V99.
      *-----acordo comercial do fornecedor (ACORDO.DAT, MERC24) com----*
      *-----acerto em titulo, abatido na baixa-------------------------*
       77 FS-ACO                PIC XX.
       77 WS-TEM-ACORDO         PIC X VALUE "N".
       88 TEM-ACORDO-88         VALUE "S".
       77 WS-ACO-FORN           PIC 9(03) VALUE ZEROS.
       77 WS-ACO-SALDO-DOC      PIC S9(11)V99 VALUE ZEROS.
       77 WS-ACO-DISPON         PIC S9(11)V99 VALUE ZEROS.
       77 WS-ACO-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACO-USADO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACO-QTDE           PIC 99 VALUE ZEROS.
       77 WS-ACO-IDX            PIC 99 VALUE ZEROS.
       01 WS-TAB-ACO-USO.
           02 WS-ACO-USO OCCURS 10 TIMES.
               03 WS-ACO-USO-NUM    PIC 9(05).
               03 WS-ACO-USO-VALOR  PIC 9(09)V99.
      *-----cada abatimento (adiantamento/acordo) grava uma linha em---*
      *-----ABATIT.DAT p/ o BANCO22; WS-ABT-ULT-SEQ e a ultima linha---*
      *-----que o titulo ja tinha, p/ o desfazer apagar so as novas----*
       77 FS-ABT                PIC XX.
       77 WS-TEM-ABATIT         PIC X VALUE "N".
       88 TEM-ABATIT-88         VALUE "S".
       77 WS-ABT-GRAVOU         PIC X VALUE "N".
       88 ABT-GRAVOU-88         VALUE "S".
       77 WS-ABT-ULT-SEQ        PIC 9(03) VALUE ZEROS.
       77 WS-ABT-PROX-SEQ       PIC 9(03) VALUE ZEROS.
       77 WS-ABT-TITULO         PIC X(06) VALUE SPACES.
      *-----faixa/bordero nao pergunta nada: fornecedor com credito---*
      *-----em aberto (adiantamento ou acordo) fica p/ baixa avulsa----*
       77 WS-TEM-CREDITO        PIC X VALUE "N".
       88 TEM-CREDITO-88        VALUE "S".
       77 WS-CRED-FORN          PIC 9(03) VALUE ZEROS.
       77 WS-CRED-SALDO         PIC S9(11)V99 VALUE ZEROS.
      *-----o titulo em baixa fica guardado aqui enquanto o registro---*
      *-----do adiantamento e lido no mesmo BCO.DAT----------------------*
       01 WS-BCO-SALVO          PIC X(312) VALUE SPACES.
       01 WS-HOJE-AMD.
           03 ANO-HOJE          PIC 9(04).
           03 MES-HOJE          PIC 99.
       77 WS-SALDO-PGTO         PIC 9(09)V99.
       77 WS-VALOR-PGTO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
      *-----fornecedor com dado bancario mudado e ainda nao-----------*
      *-----verificado por telefone (VERFORN.DAT / BANCOFS): os-------*
      *-----nomes ficam aqui e o documento do favorecido e retido-----*
       77 FS-VERF               PIC XX.
       77 WS-VERF-QTDE          PIC 999 VALUE ZEROS.
       77 WS-VERF-IDX           PIC 999 VALUE ZEROS.
       77 WS-VERF-RETIDO        PIC X VALUE "N".
       88 VERF-RETIDO-88        VALUE "S".
       01 WS-VERF-TAB.
           03 WS-VERF-NOME      PIC X(20) OCCURS 200 TIMES.
       77 WS-CODIGO            PIC 9(06) VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-RECEBE            PIC X VALUE SPACES.
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.
           OPEN I-O ADIANT.
           IF FS-ADIANT = "00"
               MOVE "S" TO WS-TEM-ADIANT
           ELSE
               CLOSE ADIANT.
           OPEN I-O ACORDO.
           IF FS-ACO = "00"
               MOVE "S" TO WS-TEM-ACORDO
           ELSE
               CLOSE ACORDO.
           OPEN I-O ABATIT.
           IF FS-ABT = "30"
               CLOSE ABATIT
               OPEN OUTPUT ABATIT
               CLOSE ABATIT
               OPEN I-O ABATIT.
           IF FS-ABT = "00"
               MOVE "S" TO WS-TEM-ABATIT
           ELSE
               CLOSE ABATIT.
           OPEN INPUT PEDITEM.
           IF FS-PEDI = "00"
               MOVE "S" TO WS-TEM-PEDITEM
           ELSE
               CLOSE PEDIDO.
           PERFORM P-LE-CIDADE.
           PERFORM P-CARREGA-VERIF THRU P-CARREGA-VERIF-FIM.
           PERFORM P-DATA.
           GO TO P01-TELA-1.

               DISPLAY (22 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P01-TELA-1.
      *     favorecido com dado bancario trocado e ainda nao
      *     verificado por telefone (BANCOFS): nao confirma
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88 AND DATA-CONF = ZEROS
               DISPLAY (22 04) "!! FORNECEDOR EM VERIFICACAO (BANCOFS)"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P01-TELA-1.
           MOVE "N" TO WS-CONFIRMOU.
           MOVE ZEROS TO WS-ADT-QTDE.
           MOVE ZEROS TO WS-ADT-USADO.
           MOVE ZEROS TO WS-ACO-QTDE.
           MOVE ZEROS TO WS-ACO-USADO.
           MOVE "N" TO WS-ABT-GRAVOU.
           MOVE DATA-CONF  TO WS-ANTES-DATA-CONF.
           MOVE VALOR-PAGO TO WS-ANTES-VALOR-PAGO.
           MOVE DESC-CHE   TO WS-ANTES-DESC.
      * P-RECEBE-PGTO a cada Documento pendente (DATA-CONF = 0) de
      * WS-CODIGO-DE a WS-CODIGO-ATE, um a um por NUM-CHE, gravando
      * o "antes" em HIST.DAT igual ao P-LER faz para um unico.
      * Paga o saldo em aberto (valor + juros - pago - desconto).
      * Fornecedor com adiantamento ou acordo em aberto fica de
      * fora (P-TESTA-CREDITO): o abatimento so e oferecido na
      * baixa avulsa, que pergunta quanto abater.
       P-FAIXA-INICIO.
           DISPLAY (05 04) "Confirmar do Documento....=".
           ACCEPT (05 32) WS-CODIGO-DE  WITH PROMPT AUTO-SKIP.
               GO TO P-FAIXA-PROX.
           IF CHE-PENDENTE
               GO TO P-FAIXA-PROX.
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88
               GO TO P-FAIXA-PROX.
           PERFORM P-TESTA-CREDITO THRU P-TESTA-CREDITO-FIM.
           IF TEM-CREDITO-88
               GO TO P-FAIXA-PROX.
           PERFORM P-TRES-VIAS THRU P-TRES-VIAS-FIM.
           IF NOT TRESVIAS-OK-88
               GO TO P-FAIXA-PROX.
           MOVE VALOR-PAGO TO WS-ANTES-VALOR-PAGO.
           MOVE "R" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           COMPUTE WS-VALOR-PGTO = VALOR-CHE + JUROS-PAGO-CHE
                                 - VALOR-PAGO - DESC-CHE.
           ADD WS-VALOR-PGTO TO VALOR-PAGO.
           MOVE NUM-CHE       TO PGTO-NUM-CHE.
           MOVE DIA           TO PGTO-DIA.
      * Confirmacao por bordero (BANCO59): aplica o mesmo
      * recebimento total da faixa a cada titulo do lote, varrendo
      * o movimento atras de BORDERO-CHE = numero informado, e
      * marca o bordero como Confirmado. Titulo de fornecedor com
      * credito em aberto (P-TESTA-CREDITO) e pulado, como o retido.
       P-BORDERO-INICIO.
           DISPLAY (05 04) "Numero do Bordero..........=".
           ACCEPT (05 33) WS-BORD-PEDIDO WITH PROMPT AUTO-SKIP.
           IF CHE-CANCELADO OR CHE-PENDENTE
               ADD 1 TO WS-BORD-PULADOS
               GO TO P-BORDERO-LOOP.
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88
               ADD 1 TO WS-BORD-PULADOS
               GO TO P-BORDERO-LOOP.
           PERFORM P-TESTA-CREDITO THRU P-TESTA-CREDITO-FIM.
           IF TEM-CREDITO-88
               ADD 1 TO WS-BORD-PULADOS
               GO TO P-BORDERO-LOOP.
           PERFORM P-TRES-VIAS THRU P-TRES-VIAS-FIM.
           IF NOT TRESVIAS-OK-88
               ADD 1 TO WS-BORD-PULADOS
           MOVE VALOR-PAGO TO WS-ANTES-VALOR-PAGO.
           MOVE "R" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           COMPUTE WS-VALOR-PGTO = VALOR-CHE + JUROS-PAGO-CHE
                                 - VALOR-PAGO - DESC-CHE.
           ADD WS-VALOR-PGTO TO VALOR-PAGO.
           MOVE NUM-CHE       TO PGTO-NUM-CHE.
           MOVE DIA           TO PGTO-DIA.
       P-RECEBE-PGTO.
           PERFORM P-OFERECE-DESCONTO THRU P-OFERECE-DESCONTO-FIM.
           PERFORM P-OFERECE-JUROS THRU P-OFERECE-JUROS-FIM.
           PERFORM P-OFERECE-ADIANT THRU P-OFERECE-ADIANT-FIM.
           PERFORM P-OFERECE-ACORDO THRU P-OFERECE-ACORDO-FIM.
           COMPUTE WS-SALDO-PGTO = VALOR-CHE + JUROS-PAGO-CHE
                                 - VALOR-PAGO - DESC-CHE.
           DISPLAY (15 10) "Saldo a Pagar......=".
               IF VALOR-PAGO + DESC-CHE NOT <
                       VALOR-CHE + JUROS-PAGO-CHE
                   MOVE WS-DATA-CONF TO DATA-CONF.
      *     adiantamento ou acordo abatido ja e baixa, mesmo sem
      *     dinheiro agora
           IF WS-ADT-USADO NOT = ZEROS OR WS-ACO-USADO NOT = ZEROS
               MOVE "S" TO WS-CONFIRMOU
               PERFORM P-GRAVA-ABATIT THRU P-GRAVA-ABATIT-FIM
               IF VALOR-PAGO + DESC-CHE NOT <
                       VALOR-CHE + JUROS-PAGO-CHE
                   MOVE WS-DATA-CONF TO DATA-CONF.
      *     abandono (nada pago agora): devolve o desconto/juros
      *     que P-OFERECE-* ja tinha posto no registro - senao o
      *     REWRITE persiste desconto e juros de uma baixa que nao
      *     houve e a proxima baixa real nem recalcula
           IF WS-VALOR-PGTO = ZEROS AND WS-ADT-USADO = ZEROS
                   AND WS-ACO-USADO = ZEROS
               MOVE WS-ANTES-DESC  TO DESC-CHE
               MOVE WS-ANTES-JUROS TO JUROS-PAGO-CHE.

               PERFORM P-SITUACAO
               PERFORM P-REWRITE-BCO
               MOVE "R" TO WS-OPERACAO
               PERFORM P-GRAVA-HIST
               PERFORM P-DEVOLVE-ADIANT THRU P-DEVOLVE-ADIANT-FIM
               PERFORM P-DEVOLVE-ACORDO THRU P-DEVOLVE-ACORDO-FIM
               PERFORM P-DEVOLVE-ABATIT THRU P-DEVOLVE-ABATIT-FIM.

      *-----------------------------------------*
      * NUM-CHE na faixa de cheques (BANCO01) comeca como Debito,
               MOVE WS-DESCONTO TO DESC-CHE.
       P-OFERECE-DESCONTO-FIM.

      *-----------------------------------------*
      * Adiantamento a fornecedor: se o favorecido tem adiantamento *
      * pago e ainda nao consumido (ADIANT.DAT, lancado no BANCO06),*
      * oferece abater dele, no todo ou em parte. O abatido entra   *
      * em DESC-CHE (o documento fecha sem nova saida de caixa) e   *
      * em ADT-CONSUMIDO; WS-TAB-ADT-USO guarda o que foi usado p/  *
      * o P-DESFAZER-CONF devolver. O proprio titulo de             *
      * adiantamento nunca se abate. Credito de devolucao de compra *
      * (MERC15, ADT-ORIGEM "D") e oferecido do mesmo jeito.        *
       P-OFERECE-ADIANT.
           MOVE ZEROS TO WS-ADT-USADO.
           MOVE ZEROS TO WS-ADT-QTDE.
           IF NOT TEM-ADIANT-88 OR NOT TEM-FORN-88
               GO TO P-OFERECE-ADIANT-FIM.
           MOVE WS-EMPRESA-ATUAL TO ADT-EMPRESA.
           MOVE NUM-CHE TO ADT-NUM-CHE.
           READ ADIANT
               INVALID KEY
                   GO TO P-OFERECE-ADIANT-FORN.
           IF ADT-DE-ADIANT
               GO TO P-OFERECE-ADIANT-FIM.
       P-OFERECE-ADIANT-FORN.
           COMPUTE WS-ADT-SALDO-DOC = VALOR-CHE + JUROS-PAGO-CHE
                                    - VALOR-PAGO - DESC-CHE.
           IF WS-ADT-SALDO-DOC NOT > ZEROS
               GO TO P-OFERECE-ADIANT-FIM.
           MOVE ZEROS TO WS-ADT-FORN.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-OFERECE-ADIANT-FIM.
       P-OFERECE-ADIANT-FORN-LER.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-OFERECE-ADIANT-FIM.
           IF FORN-NOME NOT = DESCRI-CHE
               GO TO P-OFERECE-ADIANT-FORN-LER.
           MOVE FORN-COD TO WS-ADT-FORN.
           MOVE REG-BCO TO WS-BCO-SALVO.
           MOVE WS-ADT-FORN TO ADT-FORN-COD.
           START ADIANT KEY IS NOT LESS THAN ADT-FORN-COD
               INVALID KEY
                   GO TO P-OFERECE-ADIANT-RESTAURA.
       P-OFERECE-ADIANT-LER.
           IF WS-ADT-SALDO-DOC NOT > ZEROS OR WS-ADT-QTDE = 10
               GO TO P-OFERECE-ADIANT-RESTAURA.
           READ ADIANT NEXT RECORD
               AT END
                   GO TO P-OFERECE-ADIANT-RESTAURA.
           IF ADT-FORN-COD NOT = WS-ADT-FORN
               GO TO P-OFERECE-ADIANT-RESTAURA.
           IF ADT-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT ADT-ABERTO
               GO TO P-OFERECE-ADIANT-LER.
      *     credito de devolucao de compra (MERC15) vale pelo que
      *     foi devolvido, sem titulo de adiantamento por tras
           IF ADT-DE-DEVOL
               COMPUTE WS-ADT-DISPON = ADT-DEVOLVIDO - ADT-CONSUMIDO
               GO TO P-OFERECE-ADIANT-MOSTRA.
      *     so vale como credito o que ja saiu de caixa no titulo do
      *     adiantamento
           MOVE ADT-NUM-CHE TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   MOVE WS-BCO-SALVO TO REG-BCO
                   GO TO P-OFERECE-ADIANT-LER.
           IF CHE-CANCELADO
               MOVE WS-BCO-SALVO TO REG-BCO
               GO TO P-OFERECE-ADIANT-LER.
           COMPUTE WS-ADT-DISPON = VALOR-PAGO + ADT-DEVOLVIDO
                                 - ADT-CONSUMIDO.
           MOVE WS-BCO-SALVO TO REG-BCO.
       P-OFERECE-ADIANT-MOSTRA.
           IF WS-ADT-DISPON NOT > ZEROS
               GO TO P-OFERECE-ADIANT-LER.
           IF WS-ADT-DISPON > WS-ADT-SALDO-DOC
               MOVE WS-ADT-SALDO-DOC TO WS-ADT-VALOR
           ELSE
               MOVE WS-ADT-DISPON TO WS-ADT-VALOR.
           MOVE WS-ADT-DISPON TO WS-MOSTRA-DESC.
           IF ADT-DE-DEVOL
               DISPLAY (19 10) "Cred.devolucao " ADT-NUM-CHE
                   " disponivel R$ " WS-MOSTRA-DESC
           ELSE
               DISPLAY (19 10) "Adiantamento " ADT-NUM-CHE
                   " disponivel R$ " WS-MOSTRA-DESC.
           DISPLAY (20 10) "Abater agora........=".
           ACCEPT (20 32) WS-ADT-VALOR WITH PROMPT UPDATE.
           DISPLAY (19 10) WS-LIMPA.
           DISPLAY (20 10) WS-LIMPA.
           IF WS-ADT-VALOR = ZEROS
               GO TO P-OFERECE-ADIANT-LER.
           IF WS-ADT-VALOR > WS-ADT-DISPON
                   OR WS-ADT-VALOR > WS-ADT-SALDO-DOC
               DISPLAY (22 04) "!! ACIMA DO DISPONIVEL/SALDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-OFERECE-ADIANT-LER.
           ADD WS-ADT-VALOR TO ADT-CONSUMIDO.
           IF ADT-CONSUMIDO NOT < ADT-VALOR + ADT-DEVOLVIDO
               MOVE "Q" TO ADT-SITUACAO.
           REWRITE REG-ADIANT.
           ADD 1 TO WS-ADT-QTDE.
           MOVE ADT-NUM-CHE  TO WS-ADT-USO-NUM ( WS-ADT-QTDE ).
           IF ADT-DE-DEVOL
               MOVE "D" TO WS-ADT-USO-ORIG ( WS-ADT-QTDE )
           ELSE
               MOVE "A" TO WS-ADT-USO-ORIG ( WS-ADT-QTDE ).
           MOVE WS-ADT-VALOR TO WS-ADT-USO-VALOR ( WS-ADT-QTDE ).
           ADD WS-ADT-VALOR TO WS-ADT-USADO.
           SUBTRACT WS-ADT-VALOR FROM WS-ADT-SALDO-DOC.
           GO TO P-OFERECE-ADIANT-LER.
       P-OFERECE-ADIANT-RESTAURA.
           MOVE WS-BCO-SALVO TO REG-BCO.
           ADD WS-ADT-USADO TO DESC-CHE.
       P-OFERECE-ADIANT-FIM.

      *-----confirmacao desfeita: o adiantamento abatido volta a ficar-*
      *-----disponivel p/ o fornecedor----------------------------------*
       P-DEVOLVE-ADIANT.
           MOVE ZEROS TO WS-ADT-IDX.
       P-DEVOLVE-ADIANT-LOOP.
           ADD 1 TO WS-ADT-IDX.
           IF WS-ADT-IDX > WS-ADT-QTDE
               GO TO P-DEVOLVE-ADIANT-FIM.
           MOVE WS-EMPRESA-ATUAL TO ADT-EMPRESA.
           MOVE WS-ADT-USO-NUM ( WS-ADT-IDX ) TO ADT-NUM-CHE.
           READ ADIANT
               INVALID KEY
                   GO TO P-DEVOLVE-ADIANT-LOOP.
           SUBTRACT WS-ADT-USO-VALOR ( WS-ADT-IDX )
               FROM ADT-CONSUMIDO.
           MOVE "A" TO ADT-SITUACAO.
           REWRITE REG-ADIANT.
           GO TO P-DEVOLVE-ADIANT-LOOP.
       P-DEVOLVE-ADIANT-FIM.
           MOVE ZEROS TO WS-ADT-QTDE.
           MOVE ZEROS TO WS-ADT-USADO.

      *-----------------------------------------*
      * Acordo comercial do fornecedor (ACORDO.DAT, MERC24): verba,  *
      * bonificacao ou rebate combinado p/ acerto em titulo (ACO-    *
      * FORMA "D") com saldo apurado e nao recebido e oferecido p/   *
      * abater do titulo em baixa, como o adiantamento. O abatido    *
      * entra em DESC-CHE e em ACO-RECEBIDO (ACO-ULT-DOC = o titulo);*
      * WS-TAB-ACO-USO guarda o que foi usado p/ o P-DESFAZER-CONF.  *
       P-OFERECE-ACORDO.
           MOVE ZEROS TO WS-ACO-USADO.
           MOVE ZEROS TO WS-ACO-QTDE.
           IF NOT TEM-ACORDO-88 OR NOT TEM-FORN-88
               GO TO P-OFERECE-ACORDO-FIM.
           COMPUTE WS-ACO-SALDO-DOC = VALOR-CHE + JUROS-PAGO-CHE
                                    - VALOR-PAGO - DESC-CHE.
           IF WS-ACO-SALDO-DOC NOT > ZEROS
               GO TO P-OFERECE-ACORDO-FIM.
           MOVE ZEROS TO WS-ACO-FORN.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-OFERECE-ACORDO-FIM.
       P-OFERECE-ACORDO-FORN-LER.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-OFERECE-ACORDO-FIM.
           IF FORN-NOME NOT = DESCRI-CHE
               GO TO P-OFERECE-ACORDO-FORN-LER.
           MOVE FORN-COD TO WS-ACO-FORN.
           MOVE WS-ACO-FORN TO ACO-FORN-COD.
           START ACORDO KEY IS NOT LESS THAN ACO-FORN-COD
               INVALID KEY
                   GO TO P-OFERECE-ACORDO-SOMA.
       P-OFERECE-ACORDO-LER.
           IF WS-ACO-SALDO-DOC NOT > ZEROS OR WS-ACO-QTDE = 10
               GO TO P-OFERECE-ACORDO-SOMA.
           READ ACORDO NEXT RECORD
               AT END
                   GO TO P-OFERECE-ACORDO-SOMA.
           IF ACO-FORN-COD NOT = WS-ACO-FORN
               GO TO P-OFERECE-ACORDO-SOMA.
           IF ACO-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT ACO-ABERTO
                   OR NOT ACO-FORMA-DESC
               GO TO P-OFERECE-ACORDO-LER.
           COMPUTE WS-ACO-DISPON = ACO-APURADO - ACO-RECEBIDO.
           IF WS-ACO-DISPON NOT > ZEROS
               GO TO P-OFERECE-ACORDO-LER.
           IF WS-ACO-DISPON > WS-ACO-SALDO-DOC
               MOVE WS-ACO-SALDO-DOC TO WS-ACO-VALOR
           ELSE
               MOVE WS-ACO-DISPON TO WS-ACO-VALOR.
           MOVE WS-ACO-DISPON TO WS-MOSTRA-DESC.
           DISPLAY (19 10) "Acordo " ACO-NUM " " ACO-DESCR
               " R$ " WS-MOSTRA-DESC.
           DISPLAY (20 10) "Abater agora........=".
           ACCEPT (20 32) WS-ACO-VALOR WITH PROMPT UPDATE.
           DISPLAY (19 10) WS-LIMPA.
           DISPLAY (20 10) WS-LIMPA.
           IF WS-ACO-VALOR = ZEROS
               GO TO P-OFERECE-ACORDO-LER.
           IF WS-ACO-VALOR > WS-ACO-DISPON
                   OR WS-ACO-VALOR > WS-ACO-SALDO-DOC
               DISPLAY (22 04) "!! ACIMA DO DISPONIVEL/SALDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-OFERECE-ACORDO-LER.
           ADD WS-ACO-VALOR TO ACO-RECEBIDO.
           MOVE NUM-CHE TO ACO-ULT-DOC.
      *     no percentual, quita so depois de encerrada a vigencia
           IF ACO-RECEBIDO NOT < ACO-APURADO
               IF ACO-VALOR NOT = ZEROS OR ACO-FIM < WS-HOJE-AMD
                   MOVE "Q" TO ACO-SITUACAO.
           REWRITE REG-ACORDO.
           ADD 1 TO WS-ACO-QTDE.
           MOVE ACO-NUM      TO WS-ACO-USO-NUM ( WS-ACO-QTDE ).
           MOVE WS-ACO-VALOR TO WS-ACO-USO-VALOR ( WS-ACO-QTDE ).
           ADD WS-ACO-VALOR TO WS-ACO-USADO.
           SUBTRACT WS-ACO-VALOR FROM WS-ACO-SALDO-DOC.
           GO TO P-OFERECE-ACORDO-LER.
       P-OFERECE-ACORDO-SOMA.
           ADD WS-ACO-USADO TO DESC-CHE.
       P-OFERECE-ACORDO-FIM.

      *-----confirmacao desfeita: o acordo abatido volta a ter saldo---*
       P-DEVOLVE-ACORDO.
           MOVE ZEROS TO WS-ACO-IDX.
       P-DEVOLVE-ACORDO-LOOP.
           ADD 1 TO WS-ACO-IDX.
           IF WS-ACO-IDX > WS-ACO-QTDE
               GO TO P-DEVOLVE-ACORDO-FIM.
           MOVE WS-EMPRESA-ATUAL TO ACO-EMPRESA.
           MOVE WS-ACO-USO-NUM ( WS-ACO-IDX ) TO ACO-NUM.
           READ ACORDO
               INVALID KEY
                   GO TO P-DEVOLVE-ACORDO-LOOP.
           SUBTRACT WS-ACO-USO-VALOR ( WS-ACO-IDX )
               FROM ACO-RECEBIDO.
           MOVE "A" TO ACO-SITUACAO.
           REWRITE REG-ACORDO.
           GO TO P-DEVOLVE-ACORDO-LOOP.
       P-DEVOLVE-ACORDO-FIM.
           MOVE ZEROS TO WS-ACO-QTDE.
           MOVE ZEROS TO WS-ACO-USADO.

      *-----------------------------------------*
      * Credito em aberto do fornecedor do documento lido: algum    *
      * adiantamento/credito de devolucao (ADIANT.DAT) ainda nao    *
      * todo consumido, ou acordo p/ acerto em titulo com saldo     *
      * (ACORDO.DAT). Liga TEM-CREDITO-88. O titulo do proprio      *
      * adiantamento nao conta. Nao le BCO.DAT - o bordero esta no  *
      * meio de um READ NEXT -, entao o adiantamento vale pelo      *
      * lancado e nao pelo ja pago: na duvida, fica p/ a avulsa.    *
       P-TESTA-CREDITO.
           MOVE "N" TO WS-TEM-CREDITO.
           IF NOT TEM-FORN-88
               GO TO P-TESTA-CREDITO-FIM.
           IF NOT TEM-ADIANT-88 AND NOT TEM-ACORDO-88
               GO TO P-TESTA-CREDITO-FIM.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-TESTA-CREDITO-FIM.
       P-TESTA-CREDITO-FORN.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-TESTA-CREDITO-FIM.
           IF FORN-NOME NOT = DESCRI-CHE
               GO TO P-TESTA-CREDITO-FORN.
           MOVE FORN-COD TO WS-CRED-FORN.
           IF NOT TEM-ADIANT-88
               GO TO P-TESTA-CREDITO-ACO.
           MOVE WS-CRED-FORN TO ADT-FORN-COD.
           START ADIANT KEY IS NOT LESS THAN ADT-FORN-COD
               INVALID KEY
                   GO TO P-TESTA-CREDITO-ACO.
       P-TESTA-CREDITO-ADT.
           READ ADIANT NEXT RECORD
               AT END
                   GO TO P-TESTA-CREDITO-ACO.
           IF ADT-FORN-COD NOT = WS-CRED-FORN
               GO TO P-TESTA-CREDITO-ACO.
           IF ADT-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT ADT-ABERTO
               GO TO P-TESTA-CREDITO-ADT.
           IF ADT-DE-DEVOL
               COMPUTE WS-CRED-SALDO = ADT-DEVOLVIDO - ADT-CONSUMIDO
           ELSE
               IF ADT-NUM-CHE = NUM-CHE
                   GO TO P-TESTA-CREDITO-ADT
               ELSE
                   COMPUTE WS-CRED-SALDO = ADT-VALOR + ADT-DEVOLVIDO
                                         - ADT-CONSUMIDO.
           IF WS-CRED-SALDO > ZEROS
               MOVE "S" TO WS-TEM-CREDITO
               GO TO P-TESTA-CREDITO-FIM.
           GO TO P-TESTA-CREDITO-ADT.
       P-TESTA-CREDITO-ACO.
           IF NOT TEM-ACORDO-88
               GO TO P-TESTA-CREDITO-FIM.
           MOVE WS-CRED-FORN TO ACO-FORN-COD.
           START ACORDO KEY IS NOT LESS THAN ACO-FORN-COD
               INVALID KEY
                   GO TO P-TESTA-CREDITO-FIM.
       P-TESTA-CREDITO-ACO-LER.
           READ ACORDO NEXT RECORD
               AT END
                   GO TO P-TESTA-CREDITO-FIM.
           IF ACO-FORN-COD NOT = WS-CRED-FORN
               GO TO P-TESTA-CREDITO-FIM.
           IF ACO-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT ACO-ABERTO
                   OR NOT ACO-FORMA-DESC
               GO TO P-TESTA-CREDITO-ACO-LER.
           IF ACO-APURADO > ACO-RECEBIDO
               MOVE "S" TO WS-TEM-CREDITO
               GO TO P-TESTA-CREDITO-FIM.
           GO TO P-TESTA-CREDITO-ACO-LER.
       P-TESTA-CREDITO-FIM.

      *-----------------------------------------*
      * Abatimento em ABATIT.DAT: o que P-OFERECE-ADIANT e          *
      * P-OFERECE-ACORDO puseram em DESC-CHE vai linha a linha p/   *
      * o BANCO22 lancar cada parte na conta certa (adiantamento =  *
      * ativo, acordo = receita) em vez de tudo como desconto.      *
      * As linhas novas entram depois da ultima que o titulo ja     *
      * tinha (WS-ABT-ULT-SEQ).                                     *
       P-GRAVA-ABATIT.
           IF NOT TEM-ABATIT-88
               GO TO P-GRAVA-ABATIT-FIM.
           MOVE NUM-CHE TO WS-ABT-TITULO.
           MOVE ZEROS TO WS-ABT-ULT-SEQ.
           MOVE WS-EMPRESA-ATUAL TO ABT-EMPRESA.
           MOVE WS-ABT-TITULO TO ABT-NUM-CHE.
           MOVE ZEROS TO ABT-SEQ.
           START ABATIT KEY IS NOT LESS THAN ABT-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-ABATIT-NOVAS.
       P-GRAVA-ABATIT-ULT.
           READ ABATIT NEXT RECORD
               AT END
                   GO TO P-GRAVA-ABATIT-NOVAS.
           IF ABT-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR ABT-NUM-CHE NOT = WS-ABT-TITULO
               GO TO P-GRAVA-ABATIT-NOVAS.
           MOVE ABT-SEQ TO WS-ABT-ULT-SEQ.
           GO TO P-GRAVA-ABATIT-ULT.
       P-GRAVA-ABATIT-NOVAS.
           MOVE WS-ABT-ULT-SEQ TO WS-ABT-PROX-SEQ.
           MOVE "S" TO WS-ABT-GRAVOU.
           MOVE ZEROS TO WS-ADT-IDX.
       P-GRAVA-ABATIT-ADT.
           ADD 1 TO WS-ADT-IDX.
           IF WS-ADT-IDX > WS-ADT-QTDE
               GO TO P-GRAVA-ABATIT-ACO-INI.
           MOVE WS-ADT-USO-ORIG ( WS-ADT-IDX )  TO ABT-ORIGEM.
           MOVE WS-ADT-USO-NUM ( WS-ADT-IDX )   TO ABT-REF.
           MOVE WS-ADT-USO-VALOR ( WS-ADT-IDX ) TO ABT-VALOR.
           PERFORM P-GRAVA-ABATIT-LINHA.
           GO TO P-GRAVA-ABATIT-ADT.
       P-GRAVA-ABATIT-ACO-INI.
           MOVE ZEROS TO WS-ACO-IDX.
       P-GRAVA-ABATIT-ACO.
           ADD 1 TO WS-ACO-IDX.
           IF WS-ACO-IDX > WS-ACO-QTDE
               GO TO P-GRAVA-ABATIT-FIM.
           MOVE "C" TO ABT-ORIGEM.
           MOVE WS-ACO-USO-NUM ( WS-ACO-IDX )   TO ABT-REF.
           MOVE WS-ACO-USO-VALOR ( WS-ACO-IDX ) TO ABT-VALOR.
           PERFORM P-GRAVA-ABATIT-LINHA.
           GO TO P-GRAVA-ABATIT-ACO.
       P-GRAVA-ABATIT-FIM.

       P-GRAVA-ABATIT-LINHA.
           ADD 1 TO WS-ABT-PROX-SEQ.
           MOVE WS-EMPRESA-ATUAL TO ABT-EMPRESA.
           MOVE WS-ABT-TITULO    TO ABT-NUM-CHE.
           MOVE WS-ABT-PROX-SEQ  TO ABT-SEQ.
           MOVE WS-HOJE-AMD      TO ABT-DATA.
           MOVE WS-OPER-ATUAL    TO ABT-OPER-COD.
           WRITE REG-ABATIT
               INVALID KEY
                   DISPLAY (22 04) "!! ERRO GRAVANDO ABATIT.DAT !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA.

      *-----confirmacao desfeita: apaga as linhas de ABATIT.DAT que----*
      *-----esta baixa gravou (as de sequencia acima da ultima antiga)-*
       P-DEVOLVE-ABATIT.
           IF NOT ABT-GRAVOU-88
               GO TO P-DEVOLVE-ABATIT-FIM.
           MOVE WS-ABT-ULT-SEQ TO WS-ABT-PROX-SEQ.
       P-DEVOLVE-ABATIT-LOOP.
           ADD 1 TO WS-ABT-PROX-SEQ.
           MOVE WS-EMPRESA-ATUAL TO ABT-EMPRESA.
           MOVE WS-ABT-TITULO    TO ABT-NUM-CHE.
           MOVE WS-ABT-PROX-SEQ  TO ABT-SEQ.
           DELETE ABATIT RECORD
               INVALID KEY
                   GO TO P-DEVOLVE-ABATIT-FIM.
           GO TO P-DEVOLVE-ABATIT-LOOP.
       P-DEVOLVE-ABATIT-FIM.
           MOVE "N" TO WS-ABT-GRAVOU.

      *-----------------------------------------*
      * Baixa em atraso: calcula multa (2%) + juros de mora
      * (0,033% ao dia corrido, mesmas taxas do BANCO09) sobre o
               CLOSE PEDITEM.
           IF TEM-FORN-88
               CLOSE FORN.
           IF TEM-ADIANT-88
               CLOSE ADIANT.
           IF TEM-ACORDO-88
               CLOSE ACORDO.
           IF TEM-ABATIT-88
               CLOSE ABATIT.
           CLOSE BANCO HIST PGTO.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".



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
