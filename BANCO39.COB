       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO39.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    AUDITORIA DE SEQUENCIA (NUMEROS FALTANTES)
      *    Numero some: NUM-CHE excluido pelo banco251, folha de
      *    talao pulada entre dois cheques impressos, REC-NUM que
      *    saltou no RECEB01 - e o auditor quer a explicacao de
      *    cada buraco. Informado o ano e a serie, este relatorio
      *    lista cada numero que falta entre o primeiro da faixa
      *    e o ultimo usado:
      *    1 - cheques (NUM-CHE AA0001-AA4999) e
      *    2 - titulos (NUM-CHE AA5000-AA9999) da empresa da
      *        sessao, presentes no BCO.DAT ou ja no arquivo morto
      *        (ARQMORTO.DAT do BANCO27); a razao vem do HIST.DAT
      *        (vivo e HISTaaaa.DAT do ano, expurgo do BANCO91):
      *        exclusao ou cancelamento, com quem e quando;
      *    3 - recebiveis (REC-NUM AA0001-AA9999), razao no
      *        jornal de cadastros (CADHIST.DAT, RECEBER);
      *    4 - folhas de talao (TALAO.DAT): as folhas ja
      *        consumidas de cada talao com cheque da empresa
      *        impresso no ano, contra o BCO.DAT (FOLHA-CHE) e o
      *        diario de emissao (EMITCHQ.DAT) - a folha marcada
      *        inutilizada no BANCO18 e a razao;
      *    5 - pedidos de compra (PED-NUM), entre o primeiro e o
      *        ultimo pedido lancado no ano, razao no CADHIST.DAT
      *        (PEDIDO).
      *    Cada serie sai em duas listas: os buracos EXPLICADOS e,
      *    em separado, os SEM EXPLICACAO - inclusive o numero que
      *    tem trilha de inclusao/alteracao mas sumiu sem registro
      *    de exclusao. Tela (resumo) + BANCO39.TXT (detalhe).
      *    Menu de Seguranca/Auditoria (BANCO70), opcao 22.
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
           SELECT ARQMORTO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MORTO.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CADH.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PED.
           SELECT TALAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TALAO-NUM
                  FILE STATUS IS FS-TALAO.
           SELECT EMITCHQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EMIT.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

      *-----------------------------------------------------------*
      * Imagem do REG-BCO como gravada pelo fechamento (BANCO27) -*
      * mesmo recorte do BANCO69; se o layout do movimento mudar, *
      * este espelho muda junto.                                  *
      *-----------------------------------------------------------*
       FD ARQMORTO           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-MORTO.
       01 REG-ARQMORTO.
           03 ARQ-NUM-CHE      PIC X(06).
           03 ARQ-CONTA-CHE    PIC X(10).
           03 ARQ-DESCRI-CHE   PIC X(20).
           03 ARQ-VCTO-CHE.
               05 ARQ-ANO-VCTO PIC 9(04).
               05 ARQ-MES-VCTO PIC 99.
               05 ARQ-DIA-VCTO PIC 99.
           03 ARQ-DIA-CHE      PIC 99.
           03 ARQ-MES-CHE      PIC 99.
           03 ARQ-ANO-CHE      PIC 9(04).
           03 ARQ-VALOR-CHE    PIC 9(09)V99.
           03 ARQ-OBS-CHE      PIC X(15).
           03 ARQ-INSCR-CHE    PIC 9(08).
           03 ARQ-RECEBIDO-CHE PIC 9(08).
           03 ARQ-DATA-CONF    PIC 9(08).
           03 ARQ-VALOR-PAGO   PIC 9(09)V99.
           03 ARQ-MEMO-CHE     PIC X(30).
           03 ARQ-CANCEL-CHE   PIC X(01).
           03 ARQ-PIX-E2E-CHE  PIC X(32).
           03 ARQ-ALINEA-CHE   PIC 99.
           03 ARQ-DATA-DEVOL   PIC 9(08).
           03 ARQ-APRES-CHE    PIC 9.
           03 ARQ-BORDERO-CHE  PIC 9(04).
           03 ARQ-DESC-CHE     PIC 9(09)V99.
           03 ARQ-IRRF-CHE     PIC 9(09)V99.
           03 ARQ-INSS-CHE     PIC 9(09)V99.
           03 ARQ-PEDIDO-CHE   PIC 9(06).
           03 ARQ-FOLHA-CHE    PIC 9(06).
           03 ARQ-NATUREZA-CHE PIC 99.
           03 ARQ-JUROS-PAGO   PIC 9(09)V99.

       COPY HISTMAST.

       COPY RECEBMAST.

       COPY CADHMAST.

       COPY PEDMAST.

       COPY TALMAST.

       COPY EMITMAST.

       COPY OPERMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO39.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
      *-----sessao POR TERMINAL-----------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
       77 FS                    PIC XX.
       77 FS-MORTO              PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-REC                PIC XX.
       77 FS-CADH               PIC XX.
       77 FS-PED                PIC XX.
       77 FS-TALAO              PIC XX.
       77 FS-EMIT               PIC XX.
       77 FS-OPER               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-TEM-BANCO          PIC X VALUE "N".
       88 TEM-BANCO-88          VALUE "S".
       77 WS-TEM-OPER           PIC X VALUE "N".
       88 TEM-OPER-88           VALUE "S".
      *-----arquivo morto da empresa (BANCO27): ARQMORnn.DAT-----------*
       77 WS-ARQ-MORTO          PIC X(12) VALUE "ARQMORTO.DAT".
       01 WS-ARQ-MOR-MONTA.
           03 FILLER           PIC X(06) VALUE "ARQMOR".
           03 WS-ARQ-MOR-COD   PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----nome fisico do HIST (expurgo anual = BANCO91)---------------*
       77 WS-ARQ-HIST           PIC X(12) VALUE "HIST.DAT".
       01 WS-ARQ-HIST-MONTA.
           03 FILLER            PIC X(04) VALUE "HIST".
           03 WS-AHM-ANO        PIC 9(04).
           03 FILLER            PIC X(04) VALUE ".DAT".
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----ano e serie pedidos------------------------------------------*
       77 WS-ANO-AUD           PIC 9(04) VALUE ZEROS.
       77 WS-ANO2              PIC 99 VALUE ZEROS.
       77 WS-SERIE             PIC 9 VALUE ZEROS.
       88 SERIE-OK-88          VALUE 1 2 3 4 5 9.

      *-----numero AAMMMM (NUM-CHE / REC-NUM) desmontado----------------*
       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO       PIC 99.
           03 WS-CHAVE-SEQ       PIC 9(04).
       01 WS-DMA                PIC 9(08) VALUE ZEROS.
       01 WS-DMA-R REDEFINES WS-DMA.
           03 WS-DMA-DIA        PIC 99.
           03 WS-DMA-MES        PIC 99.
           03 WS-DMA-ANO        PIC 9(04).

      *-----------------------------------------------------------*
      * Um balde por numero da faixa (indice = numero - base).     *
      * SIT: "P" = presente; senao a razao achada na trilha:       *
      *   explicados: D = excluido (HIST), C = cancelado (HIST),   *
      *               E = excluido (CADHIST), U = folha            *
      *               inutilizada (EMITCHQ);                        *
      *   sem explicacao: I = so inclusao, R = so alteracao,       *
      *               espaco = nenhum rastro.                       *
      *-----------------------------------------------------------*
       01 WS-TAB-NUM.
           03 WS-TN OCCURS 9999 TIMES.
               05 WS-TN-SIT     PIC X(01).
               05 WS-TN-DATA    PIC 9(08).
               05 WS-TN-OPER    PIC 99.
       77 WS-IX                 PIC 9(05) VALUE ZEROS.
       77 WS-NUM-BASE           PIC 9(06) VALUE ZEROS.
       77 WS-NUM-PRIM           PIC 9(05) VALUE ZEROS.
       77 WS-NUM-ULT            PIC 9(05) VALUE ZEROS.
       77 WS-NUM-FAIXA-FIM      PIC 9(05) VALUE ZEROS.
       77 WS-NUM-LIDO           PIC 9(06) VALUE ZEROS.
       77 WS-PASSADA            PIC 9 VALUE ZEROS.
       77 WS-SIT-NOVA           PIC X VALUE SPACES.
       77 WS-NOME-SERIE         PIC X(44) VALUE SPACES.
       77 WS-PED-MIN            PIC 9(06) VALUE ZEROS.
       77 WS-PED-MAX            PIC 9(06) VALUE ZEROS.
       77 WS-CADH-ARQ           PIC X(08) VALUE SPACES.
       77 WS-TALAO-DO-ANO       PIC X VALUE "N".
       77 WS-QTDE-EXPL          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM           PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EXPL-SERIE    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM-SERIE     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TALOES        PIC 9(04) VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(36) VALUE "Auditoria de sequencia - ano".
           02 ANO-TIT          PIC 9(04).
           02 F PIC X(10) VALUE " - empresa".
           02 F PIC X(01) VALUE SPACES.
           02 EMP-TIT          PIC 99.
       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 SECAO-DET        PIC X(70).
       01 LINHA-DET.
           02 F PIC X(04) VALUE SPACES.
           02 NUM-DET          PIC 9(06).
           02 F PIC X(02) VALUE SPACES.
           02 RAZAO-DET        PIC X(28).
           02 F PIC X(01) VALUE SPACES.
           02 DIA-DET          PIC 99.
           02 BARRA1-DET       PIC X(01).
           02 MES-DET          PIC 99.
           02 BARRA2-DET       PIC X(01).
           02 ANO-DET          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 OPER-DET         PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 NOME-OPER-DET    PIC X(15).
       01 LINHA-DET-R REDEFINES LINHA-DET.
           02 F PIC X(41).
           02 DATA-DET-X       PIC X(10).
           02 F PIC X(01).
           02 OPER-DET-X       PIC X(02).
       01 LINHA-TOTAL.
           02 F PIC X(04) VALUE SPACES.
           02 QTDE-EXPL-DET    PIC ZZ.ZZ9.
           02 F PIC X(14) VALUE " explicado(s),".
           02 QTDE-SEM-DET     PIC ZZ.ZZ9.
           02 F PIC X(18) VALUE " sem explicacao".

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO39" BLINK.
           02 LINE 02 COLUMN 14
               VALUE " Auditoria de Sequencia (Lacunas) " BLINK.
           02 LINE 04 COLUMN 04 VALUE "Ano (0=Sai).........=".
           02 LINE 05 COLUMN 04 VALUE "Serie...............=".
           02 LINE 06 COLUMN 08
               VALUE "1-Cheques  2-Titulos  3-Recebiveis".
           02 LINE 07 COLUMN 08
               VALUE "4-Folhas de talao  5-Pedidos  9-Todas".

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-SESSAO.
           OPEN INPUT BANCO.
           IF FS = "00"
               MOVE "S" TO WS-TEM-BANCO
           ELSE
               CLOSE BANCO.
           OPEN INPUT OPER.
           IF FS-OPER = "00"
               MOVE "S" TO WS-TEM-OPER
           ELSE
               CLOSE OPER.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P-PEDE.
           DISPLAY TELA.
           MOVE ANO TO WS-ANO-AUD.
           ACCEPT (04 26) WS-ANO-AUD WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ANO-AUD = ZEROS
               GO TO P-FIM.
           IF WS-ANO-AUD < 2000 OR WS-ANO-AUD > 2099
               DISPLAY (22 04) "!! ANO INVALIDO !!"
               ACCEPT WS-P
               GO TO P-PEDE.
           COMPUTE WS-ANO2 = WS-ANO-AUD - 2000.
       P-PEDE-SERIE.
           MOVE 9 TO WS-SERIE.
           ACCEPT (05 26) WS-SERIE WITH PROMPT UPDATE AUTO-SKIP.
           IF NOT SERIE-OK-88
               GO TO P-PEDE-SERIE.
           DISPLAY (09 04) "Apurando...".
           OPEN OUTPUT ARQSAID.
           MOVE WS-ANO-AUD TO ANO-TIT.
           MOVE WS-EMPRESA-ATUAL TO EMP-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           MOVE ZEROS TO WS-QTDE-EXPL WS-QTDE-SEM.
           MOVE 10 TO LIN.
           IF WS-SERIE = 1 OR WS-SERIE = 9
               MOVE "== CHEQUES (NUM-CHE AA0001-AA4999) ==" TO
                   WS-NOME-SERIE
               MOVE 1 TO WS-NUM-PRIM
               MOVE 4999 TO WS-NUM-FAIXA-FIM
               PERFORM P-SERIE-BCO THRU P-SERIE-BCO-FIM.
           IF WS-SERIE = 2 OR WS-SERIE = 9
               MOVE "== TITULOS (NUM-CHE AA5000-AA9999) ==" TO
                   WS-NOME-SERIE
               MOVE 5000 TO WS-NUM-PRIM
               MOVE 9999 TO WS-NUM-FAIXA-FIM
               PERFORM P-SERIE-BCO THRU P-SERIE-BCO-FIM.
           IF WS-SERIE = 3 OR WS-SERIE = 9
               PERFORM P-SERIE-REC THRU P-SERIE-REC-FIM.
           IF WS-SERIE = 4 OR WS-SERIE = 9
               PERFORM P-SERIE-FOLHA THRU P-SERIE-FOLHA-FIM.
           IF WS-SERIE = 5 OR WS-SERIE = 9
               PERFORM P-SERIE-PED THRU P-SERIE-PED-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "TOTAL GERAL" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE WS-QTDE-EXPL TO QTDE-EXPL-DET.
           MOVE WS-QTDE-SEM TO QTDE-SEM-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (09 04) WS-LIMPA.
           IF WS-QTDE-SEM NOT = ZEROS
               DISPLAY (21 04)
                   "!! HA NUMERO(S) FALTANDO SEM EXPLICACAO !!".
           DISPLAY (22 04) "Detalhe gravado em BANCO39.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           GO TO P-PEDE.

      *-----------------------------------------------------------*
      * Cheques ou titulos do ano: presentes no BCO.DAT e no       *
      * arquivo morto; a razao de quem falta vem do HIST.          *
      *-----------------------------------------------------------*
       P-SERIE-BCO.
           MOVE SPACES TO WS-TAB-NUM.
           COMPUTE WS-NUM-BASE = WS-ANO2 * 10000.
           MOVE ZEROS TO WS-NUM-ULT.
           IF NOT TEM-BANCO-88
               GO TO P-SERIE-BCO-MORTO.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-SERIE-BCO-MORTO.
       P-SERIE-BCO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-SERIE-BCO-MORTO.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           PERFORM P-MARCA-PRESENTE.
           GO TO P-SERIE-BCO-LER.
       P-SERIE-BCO-MORTO.
           OPEN INPUT ARQMORTO.
           IF FS-MORTO NOT = "00"
               CLOSE ARQMORTO
               GO TO P-SERIE-BCO-HIST.
       P-SERIE-BCO-MLER.
           READ ARQMORTO
               AT END
                   CLOSE ARQMORTO
                   GO TO P-SERIE-BCO-HIST.
           MOVE ARQ-NUM-CHE TO WS-CHAVE-BUF.
           PERFORM P-MARCA-PRESENTE.
           GO TO P-SERIE-BCO-MLER.
       P-SERIE-BCO-HIST.
           MOVE "HIST.DAT" TO WS-ARQ-HIST.
           PERFORM P-LE-HIST THRU P-LE-HIST-FIM.
           IF WS-ANO-AUD < ANO
               MOVE WS-ANO-AUD TO WS-AHM-ANO
               MOVE WS-ARQ-HIST-MONTA TO WS-ARQ-HIST
               PERFORM P-LE-HIST THRU P-LE-HIST-FIM.
           PERFORM P-LISTA-SERIE THRU P-LISTA-SERIE-FIM.
       P-SERIE-BCO-FIM.

      *-----numero AAMMMM do ano e da faixa: presente------------------*
       P-MARCA-PRESENTE.
           IF WS-CHAVE-BUF NOT NUMERIC
               EXIT PARAGRAPH.
           IF WS-CHAVE-ANO NOT = WS-ANO2
               EXIT PARAGRAPH.
           IF WS-CHAVE-SEQ < WS-NUM-PRIM
               OR WS-CHAVE-SEQ > WS-NUM-FAIXA-FIM
               EXIT PARAGRAPH.
           MOVE "P" TO WS-TN-SIT(WS-CHAVE-SEQ).
           IF WS-CHAVE-SEQ > WS-NUM-ULT
               MOVE WS-CHAVE-SEQ TO WS-NUM-ULT.

      *-----trilha do HIST da empresa (ou sem empresa, anterior ao-----*
      *-----carimbo) p/ os numeros do ano e da faixa-------------------*
       P-LE-HIST.
           OPEN INPUT HIST.
           IF FS-HIST NOT = "00"
               CLOSE HIST
               GO TO P-LE-HIST-FIM.
       P-LE-HIST-LER.
           READ HIST
               AT END
                   CLOSE HIST
                   GO TO P-LE-HIST-FIM.
           IF HIST-EMPRESA NOT = ZEROS
               AND HIST-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-LE-HIST-LER.
           MOVE HIST-NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-BUF NOT NUMERIC
               GO TO P-LE-HIST-LER.
           IF WS-CHAVE-ANO NOT = WS-ANO2
               GO TO P-LE-HIST-LER.
           IF WS-CHAVE-SEQ < WS-NUM-PRIM
               OR WS-CHAVE-SEQ > WS-NUM-FAIXA-FIM
               GO TO P-LE-HIST-LER.
           MOVE SPACES TO WS-SIT-NOVA.
           IF HIST-EXCLUSAO
               MOVE "D" TO WS-SIT-NOVA.
           IF HIST-CANCELAMENTO
               MOVE "C" TO WS-SIT-NOVA.
           IF HIST-INCLUSAO
               MOVE "I" TO WS-SIT-NOVA.
           IF HIST-REGRAVACAO
               MOVE "R" TO WS-SIT-NOVA.
           MOVE WS-CHAVE-SEQ TO WS-IX.
           MOVE HIST-DATA-MOV TO WS-DMA.
           MOVE HIST-OPER-COD TO WS-NUM-LIDO.
           PERFORM P-GUARDA-RAZAO.
           IF WS-CHAVE-SEQ > WS-NUM-ULT
               MOVE WS-CHAVE-SEQ TO WS-NUM-ULT.
           GO TO P-LE-HIST-LER.
       P-LE-HIST-FIM.

      *-----------------------------------------------------------*
      * Guarda a razao (WS-SIT-NOVA, data WS-DMA, operador em      *
      * WS-NUM-LIDO) no balde WS-IX, se ele nao estiver presente.  *
      * Exclusao/inutilizacao vence tudo; cancelamento vence a     *
      * trilha simples; inclusao/alteracao so preenche o vazio.    *
      *-----------------------------------------------------------*
       P-GUARDA-RAZAO.
           IF WS-TN-SIT(WS-IX) = "P"
               EXIT PARAGRAPH.
           IF WS-SIT-NOVA = SPACES
               EXIT PARAGRAPH.
           IF WS-SIT-NOVA = "I" OR WS-SIT-NOVA = "R"
               IF WS-TN-SIT(WS-IX) NOT = SPACES
                   AND WS-TN-SIT(WS-IX) NOT = "I"
                   AND WS-TN-SIT(WS-IX) NOT = "R"
                   EXIT PARAGRAPH.
           IF WS-SIT-NOVA = "C"
               IF WS-TN-SIT(WS-IX) = "D" OR WS-TN-SIT(WS-IX) = "E"
                   OR WS-TN-SIT(WS-IX) = "U"
                   EXIT PARAGRAPH.
           MOVE WS-SIT-NOVA TO WS-TN-SIT(WS-IX).
           MOVE WS-DMA TO WS-TN-DATA(WS-IX).
           MOVE WS-NUM-LIDO TO WS-TN-OPER(WS-IX).

      *-----------------------------------------------------------*
      * Recebiveis do ano (REC-NUM AA0001-AA9999); razao no        *
      * CADHIST.DAT (arquivo RECEBER).                             *
      *-----------------------------------------------------------*
       P-SERIE-REC.
           MOVE "== RECEBIVEIS (REC-NUM AA0001-AA9999) ==" TO
               WS-NOME-SERIE.
           MOVE SPACES TO WS-TAB-NUM.
           COMPUTE WS-NUM-BASE = WS-ANO2 * 10000.
           MOVE 1 TO WS-NUM-PRIM.
           MOVE 9999 TO WS-NUM-FAIXA-FIM.
           MOVE ZEROS TO WS-NUM-ULT.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO P-SERIE-REC-CADH.
           MOVE LOW-VALUES TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   CLOSE RECEBER
                   GO TO P-SERIE-REC-CADH.
       P-SERIE-REC-LER.
           READ RECEBER NEXT RECORD
               AT END
                   CLOSE RECEBER
                   GO TO P-SERIE-REC-CADH.
           MOVE REC-NUM TO WS-CHAVE-BUF.
           PERFORM P-MARCA-PRESENTE.
           GO TO P-SERIE-REC-LER.
       P-SERIE-REC-CADH.
           MOVE "RECEBER" TO WS-CADH-ARQ.
           PERFORM P-LE-CADHIST THRU P-LE-CADHIST-FIM.
           PERFORM P-LISTA-SERIE THRU P-LISTA-SERIE-FIM.
       P-SERIE-REC-FIM.

      *-----------------------------------------------------------*
      * Jornal de cadastros: registros de WS-CADH-ARQ cuja chave   *
      * cai na faixa corrente (base + indice).                     *
      *-----------------------------------------------------------*
       P-LE-CADHIST.
           OPEN INPUT CADHIST.
           IF FS-CADH NOT = "00"
               CLOSE CADHIST
               GO TO P-LE-CADHIST-FIM.
       P-LE-CADHIST-LER.
           READ CADHIST
               AT END
                   CLOSE CADHIST
                   GO TO P-LE-CADHIST-FIM.
           IF CADH-ARQUIVO NOT = WS-CADH-ARQ
               GO TO P-LE-CADHIST-LER.
           IF CADH-CHAVE NOT NUMERIC
               GO TO P-LE-CADHIST-LER.
           MOVE CADH-CHAVE TO WS-NUM-LIDO.
           IF WS-NUM-LIDO NOT > WS-NUM-BASE
               GO TO P-LE-CADHIST-LER.
           COMPUTE WS-IX = WS-NUM-LIDO - WS-NUM-BASE.
           IF WS-IX < WS-NUM-PRIM OR WS-IX > WS-NUM-FAIXA-FIM
               GO TO P-LE-CADHIST-LER.
           MOVE SPACES TO WS-SIT-NOVA.
           IF CADH-EXCLUSAO
               MOVE "E" TO WS-SIT-NOVA.
           IF CADH-INCLUSAO
               MOVE "I" TO WS-SIT-NOVA.
           IF CADH-REGRAVACAO
               MOVE "R" TO WS-SIT-NOVA.
           MOVE CADH-DATA TO WS-DMA.
           MOVE CADH-OPER-COD TO WS-NUM-LIDO.
           PERFORM P-GUARDA-RAZAO.
           IF WS-IX > WS-NUM-ULT
               MOVE WS-IX TO WS-NUM-ULT.
           GO TO P-LE-CADHIST-LER.
       P-LE-CADHIST-FIM.

      *-----------------------------------------------------------*
      * Folhas de talao: p/ cada talao com folha consumida, a      *
      * faixa FOLHA-INI ate a ultima usada; presente = folha no    *
      * BCO.DAT (FOLHA-CHE) ou emitida no EMITCHQ.DAT. So entra o  *
      * talao que teve cheque da empresa impresso no ano.          *
      *-----------------------------------------------------------*
       P-SERIE-FOLHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "== FOLHAS DE TALAO (TALAO.DAT) ==" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-QTDE-TALOES.
           MOVE ZEROS TO WS-QTDE-EXPL-SERIE WS-QTDE-SEM-SERIE.
           OPEN INPUT TALAO.
           IF FS-TALAO NOT = "00"
               CLOSE TALAO
               GO TO P-SERIE-FOLHA-TOTAL.
           MOVE ZEROS TO TALAO-NUM.
           START TALAO KEY IS NOT LESS THAN TALAO-NUM
               INVALID KEY
                   CLOSE TALAO
                   GO TO P-SERIE-FOLHA-TOTAL.
       P-SERIE-FOLHA-LER.
           READ TALAO NEXT RECORD
               AT END
                   CLOSE TALAO
                   GO TO P-SERIE-FOLHA-TOTAL.
           IF TALAO-PROX-FOLHA NOT > TALAO-FOLHA-INI
               GO TO P-SERIE-FOLHA-LER.
           MOVE SPACES TO WS-TAB-NUM.
           COMPUTE WS-NUM-BASE = TALAO-FOLHA-INI - 1.
           MOVE 1 TO WS-NUM-PRIM.
           COMPUTE WS-NUM-ULT = TALAO-PROX-FOLHA - TALAO-FOLHA-INI.
           IF WS-NUM-ULT > 9999
               MOVE 9999 TO WS-NUM-ULT.
           MOVE WS-NUM-ULT TO WS-NUM-FAIXA-FIM.
           MOVE "N" TO WS-TALAO-DO-ANO.
           PERFORM P-FOLHA-EMIT THRU P-FOLHA-EMIT-FIM.
           IF WS-TALAO-DO-ANO NOT = "S"
               GO TO P-SERIE-FOLHA-LER.
           PERFORM P-FOLHA-BCO THRU P-FOLHA-BCO-FIM.
           ADD 1 TO WS-QTDE-TALOES.
           MOVE SPACES TO SECAO-DET.
           STRING "Talao " TALAO-NUM " conta " TALAO-CONTA
               " folhas " TALAO-FOLHA-INI " a " TALAO-FOLHA-FIM
               DELIMITED BY SIZE INTO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           PERFORM P-LISTA-LACUNAS THRU P-LISTA-LACUNAS-FIM.
           GO TO P-SERIE-FOLHA-LER.
       P-SERIE-FOLHA-TOTAL.
           IF WS-QTDE-TALOES = ZEROS
               MOVE "  (nenhum talao usado no ano)" TO SECAO-DET
               WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE "FOLHAS DE TALAO" TO WS-NOME-SERIE.
           PERFORM P-TOTAL-SERIE.
       P-SERIE-FOLHA-FIM.

      *-----diario de emissao: folha emitida ou inutilizada-----------*
       P-FOLHA-EMIT.
           OPEN INPUT EMITCHQ.
           IF FS-EMIT NOT = "00"
               CLOSE EMITCHQ
               GO TO P-FOLHA-EMIT-FIM.
       P-FOLHA-EMIT-LER.
           READ EMITCHQ
               AT END
                   CLOSE EMITCHQ
                   GO TO P-FOLHA-EMIT-FIM.
           IF EMI-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-FOLHA-EMIT-LER.
           IF EMI-CONTA NOT = TALAO-CONTA
               GO TO P-FOLHA-EMIT-LER.
           IF EMI-FOLHA NOT > WS-NUM-BASE
               GO TO P-FOLHA-EMIT-LER.
           COMPUTE WS-IX = EMI-FOLHA - WS-NUM-BASE.
           IF WS-IX > WS-NUM-ULT
               GO TO P-FOLHA-EMIT-LER.
           IF EMI-ANO = WS-ANO-AUD
               MOVE "S" TO WS-TALAO-DO-ANO.
           IF EMI-EMITIDO
               MOVE "P" TO WS-TN-SIT(WS-IX)
               GO TO P-FOLHA-EMIT-LER.
           MOVE "U" TO WS-SIT-NOVA.
           MOVE EMI-DATA TO WS-DMA.
           MOVE EMI-OPER-COD TO WS-NUM-LIDO.
           PERFORM P-GUARDA-RAZAO.
           GO TO P-FOLHA-EMIT-LER.
       P-FOLHA-EMIT-FIM.

      *-----folha gravada no documento (cheque impresso)---------------*
       P-FOLHA-BCO.
           IF NOT TEM-BANCO-88
               GO TO P-FOLHA-BCO-FIM.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-FOLHA-BCO-FIM.
       P-FOLHA-BCO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-FOLHA-BCO-FIM.
           IF FOLHA-CHE = ZEROS OR CONTA-CHE NOT = TALAO-CONTA
               GO TO P-FOLHA-BCO-LER.
           IF FOLHA-CHE NOT > WS-NUM-BASE
               GO TO P-FOLHA-BCO-LER.
           COMPUTE WS-IX = FOLHA-CHE - WS-NUM-BASE.
           IF WS-IX > WS-NUM-ULT
               GO TO P-FOLHA-BCO-LER.
           MOVE "P" TO WS-TN-SIT(WS-IX).
           GO TO P-FOLHA-BCO-LER.
       P-FOLHA-BCO-FIM.

      *-----------------------------------------------------------*
      * Pedidos de compra: faixa do primeiro ao ultimo PED-NUM     *
      * lancado (PED-INSCR) no ano; razao no CADHIST (PEDIDO).     *
      *-----------------------------------------------------------*
       P-SERIE-PED.
           MOVE "== PEDIDOS DE COMPRA (PED-NUM) ==" TO WS-NOME-SERIE.
           MOVE SPACES TO WS-TAB-NUM.
           MOVE ZEROS TO WS-PED-MIN WS-PED-MAX WS-NUM-ULT.
           OPEN INPUT PEDIDO.
           IF FS-PED NOT = "00"
               CLOSE PEDIDO
               GO TO P-SERIE-PED-LISTA.
           MOVE ZEROS TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   CLOSE PEDIDO
                   GO TO P-SERIE-PED-LISTA.
       P-SERIE-PED-FAIXA.
           READ PEDIDO NEXT RECORD
               AT END
                   GO TO P-SERIE-PED-MARCA.
           MOVE PED-INSCR TO WS-DMA.
           IF WS-DMA-ANO NOT = WS-ANO-AUD
               GO TO P-SERIE-PED-FAIXA.
           IF WS-PED-MIN = ZEROS
               MOVE PED-NUM TO WS-PED-MIN.
           MOVE PED-NUM TO WS-PED-MAX.
           GO TO P-SERIE-PED-FAIXA.
       P-SERIE-PED-MARCA.
           IF WS-PED-MIN = ZEROS
               CLOSE PEDIDO
               GO TO P-SERIE-PED-LISTA.
           COMPUTE WS-NUM-BASE = WS-PED-MIN - 1.
           MOVE 1 TO WS-NUM-PRIM.
           COMPUTE WS-NUM-ULT = WS-PED-MAX - WS-NUM-BASE.
           IF WS-NUM-ULT > 9999
               MOVE 9999 TO WS-NUM-ULT.
           MOVE WS-NUM-ULT TO WS-NUM-FAIXA-FIM.
           MOVE WS-PED-MIN TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   CLOSE PEDIDO
                   GO TO P-SERIE-PED-LISTA.
       P-SERIE-PED-MLER.
           READ PEDIDO NEXT RECORD
               AT END
                   CLOSE PEDIDO
                   GO TO P-SERIE-PED-CADH.
           IF PED-NUM > WS-PED-MAX
               CLOSE PEDIDO
               GO TO P-SERIE-PED-CADH.
           COMPUTE WS-IX = PED-NUM - WS-NUM-BASE.
           IF WS-IX NOT > WS-NUM-ULT
               MOVE "P" TO WS-TN-SIT(WS-IX).
           GO TO P-SERIE-PED-MLER.
       P-SERIE-PED-CADH.
           MOVE "PEDIDO" TO WS-CADH-ARQ.
           PERFORM P-LE-CADHIST THRU P-LE-CADHIST-FIM.
       P-SERIE-PED-LISTA.
           PERFORM P-LISTA-SERIE THRU P-LISTA-SERIE-FIM.
       P-SERIE-PED-FIM.

      *-----------------------------------------------------------*
      * Uma serie inteira: titulo, lacunas e o total da serie.     *
      *-----------------------------------------------------------*
       P-LISTA-SERIE.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-NOME-SERIE TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-QTDE-EXPL-SERIE WS-QTDE-SEM-SERIE.
           IF WS-NUM-ULT = ZEROS
               MOVE "  (nenhum numero usado no ano)" TO SECAO-DET
               WRITE REG-ARQSAID FROM LINHA-SECAO
               GO TO P-LISTA-SERIE-TOTAL.
           PERFORM P-LISTA-LACUNAS THRU P-LISTA-LACUNAS-FIM.
       P-LISTA-SERIE-TOTAL.
           PERFORM P-TOTAL-SERIE.
       P-LISTA-SERIE-FIM.

      *-----total da serie no arquivo e uma linha de resumo na tela----*
       P-TOTAL-SERIE.
           MOVE WS-QTDE-EXPL-SERIE TO QTDE-EXPL-DET.
           MOVE WS-QTDE-SEM-SERIE TO QTDE-SEM-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           DISPLAY (LIN, 04) WS-NOME-SERIE.
           ADD 1 TO LIN.
           DISPLAY (LIN, 01) LINHA-TOTAL.
           ADD 1 TO LIN.
           ADD WS-QTDE-EXPL-SERIE TO WS-QTDE-EXPL.
           ADD WS-QTDE-SEM-SERIE TO WS-QTDE-SEM.

      *-----------------------------------------------------------*
      * Lacunas de WS-NUM-PRIM ate WS-NUM-ULT em duas passadas:    *
      * 1 = explicadas, 2 = sem explicacao (listadas a parte).     *
      *-----------------------------------------------------------*
       P-LISTA-LACUNAS.
           MOVE 1 TO WS-PASSADA.
           MOVE "  -- explicados --" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
       P-LISTA-LACUNAS-PASSADA.
           MOVE WS-NUM-PRIM TO WS-IX.
           SUBTRACT 1 FROM WS-IX.
       P-LISTA-LACUNAS-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-NUM-ULT
               GO TO P-LISTA-LACUNAS-PROX.
           IF WS-TN-SIT(WS-IX) = "P"
               GO TO P-LISTA-LACUNAS-LOOP.
           IF WS-PASSADA = 1
               IF WS-TN-SIT(WS-IX) NOT = "D" AND NOT = "C"
                   AND NOT = "E" AND NOT = "U"
                   GO TO P-LISTA-LACUNAS-LOOP.
           IF WS-PASSADA = 2
               IF WS-TN-SIT(WS-IX) = "D" OR "C" OR "E" OR "U"
                   GO TO P-LISTA-LACUNAS-LOOP.
           PERFORM P-LINHA-LACUNA.
           GO TO P-LISTA-LACUNAS-LOOP.
       P-LISTA-LACUNAS-PROX.
           IF WS-PASSADA = 2
               GO TO P-LISTA-LACUNAS-FIM.
           MOVE 2 TO WS-PASSADA.
           MOVE "  -- SEM EXPLICACAO (!!) --" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           GO TO P-LISTA-LACUNAS-PASSADA.
       P-LISTA-LACUNAS-FIM.

      *-----uma linha: numero, razao, data e operador------------------*
       P-LINHA-LACUNA.
           COMPUTE NUM-DET = WS-NUM-BASE + WS-IX.
           IF WS-PASSADA = 1
               ADD 1 TO WS-QTDE-EXPL-SERIE
           ELSE
               ADD 1 TO WS-QTDE-SEM-SERIE.
           IF WS-TN-SIT(WS-IX) = "D"
               MOVE "EXCLUIDO (HIST)" TO RAZAO-DET.
           IF WS-TN-SIT(WS-IX) = "C"
               MOVE "CANCELADO (HIST)" TO RAZAO-DET.
           IF WS-TN-SIT(WS-IX) = "E"
               MOVE "EXCLUIDO (CADHIST)" TO RAZAO-DET.
           IF WS-TN-SIT(WS-IX) = "U"
               MOVE "FOLHA INUTILIZADA" TO RAZAO-DET.
           IF WS-TN-SIT(WS-IX) = "I"
               MOVE "INCLUIDO, SUMIU S/ REGISTRO" TO RAZAO-DET.
           IF WS-TN-SIT(WS-IX) = "R"
               MOVE "ALTERADO, SUMIU S/ REGISTRO" TO RAZAO-DET.
           IF WS-TN-SIT(WS-IX) = SPACES
               MOVE "SEM NENHUM REGISTRO" TO RAZAO-DET
               MOVE SPACES TO DATA-DET-X OPER-DET-X NOME-OPER-DET
               WRITE REG-ARQSAID FROM LINHA-DET
               EXIT PARAGRAPH.
           MOVE WS-TN-DATA(WS-IX) TO WS-DMA.
           MOVE WS-DMA-DIA TO DIA-DET.
           MOVE "/" TO BARRA1-DET BARRA2-DET.
           MOVE WS-DMA-MES TO MES-DET.
           MOVE WS-DMA-ANO TO ANO-DET.
           MOVE WS-TN-OPER(WS-IX) TO OPER-DET.
           MOVE SPACES TO NOME-OPER-DET.
           IF TEM-OPER-88 AND WS-TN-OPER(WS-IX) NOT = ZEROS
               MOVE WS-TN-OPER(WS-IX) TO OPER-COD
               READ OPER
                   INVALID KEY
                       MOVE SPACES TO OPER-NOME
               END-READ
               MOVE OPER-NOME TO NOME-OPER-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.

       P-FIM.
           IF TEM-BANCO-88
               CLOSE BANCO.
           IF TEM-OPER-88
               CLOSE OPER.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO70.COM".

      *-----------------------------------------------------------*
      * Sessao DESTA estacao: movimento e empresa.                 *
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
           IF WS-EMPRESA-ATUAL NOT = 1
               MOVE WS-EMPRESA-ATUAL TO WS-ARQ-MOR-COD
               MOVE WS-ARQ-MOR-MONTA TO WS-ARQ-MORTO.
           CLOSE SESSAO.

      *-----------------------------------------------------------*
      * Identidade da estacao (TERMINAL.DAT local).                *
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
