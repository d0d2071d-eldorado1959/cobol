      *    viaja. <2> Confirma a chegada: credita a quantidade no
      *    destino (entrada "E") e fecha o documento. <3> Lista o
      *    que ainda esta na estrada. Assim as duas contagens
      *    fecham e nada evapora entre os predios. O documento
      *    em transito fica na caixa de tarefas (TAREFA.DAT /
      *    BANCO29) ate a chegada. Os dois
      *    movimentos levam "TRANSF" no MOV-NUM-CHE - a saida nao
      *    se confunde com venda do PDV (MERC17). A saida baixa
      *    os lotes de validade (LOTEST.DAT) pela validade mais
      *    proxima (FEFO) e o documento guarda a validade e a
      *    quantidade de lote, que voltam ao LOTEST na chegada.
      *    Menu de Estoque (BANCO36, opcao 14).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-TAR.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-LOTEST.

       DATA DIVISION.
       FILE SECTION.
       COPY TRANSFMAST.

       COPY ESTQMAST.

       COPY LOTESTMAST.

       COPY MOVESTMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
           03 DIA-DOS          PIC 99.
       77 FS-TRF                PIC XX.
       77 FS-ESTOQUE            PIC XX.
      *-----lotes de validade (LOTEST.DAT): toda saida de estoque-----*
      *-----baixa os lotes pela validade mais proxima (FEFO)-----------*
       77 FS-LOTEST             PIC XX.
       77 WS-TEM-LOTEST         PIC X VALUE "N".
       77 WS-LOTE-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-RESTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-VALID         PIC 9(08) VALUE ZEROS.
       77 FS-MOVEST             PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
           03 WS-HOJE-MES       PIC 99.
           03 WS-HOJE-ANO       PIC 9(04).

      *-----caixa de tarefas dos operadores (TAREFA.DAT / BANCO29)------*
       77 FS-TAR                PIC XX.
       77 WS-TAR-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-TAR-OPER           PIC 99 VALUE ZEROS.
       01 WS-TAR-NOVA           PIC X(96) VALUE SPACES.
       01 WS-TAR-DOS.
           03 WS-TAR-DOS-ANO    PIC 99.
           03 WS-TAR-DOS-MES    PIC 99.
           03 WS-TAR-DOS-DIA    PIC 99.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
               CLOSE TRANSF
               OPEN I-O TRANSF.
           OPEN I-O ESTOQUE.
           PERFORM P-ABRE-LOTEST.
           OPEN EXTEND MOVEST.
           IF FS-MOVEST = "30"
               CLOSE MOVEST
               GO TO P-EMITIR-FIM.
           SUBTRACT TRF-QTDE FROM PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD TO WS-LOTE-PROD.
           MOVE TRF-QTDE TO WS-LOTE-RESTA.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
           MOVE WS-LOTE-VALID TO TRF-VALIDADE.
           COMPUTE TRF-QTDE-LOTE = TRF-QTDE - WS-LOTE-RESTA.
           MOVE PROD-COD TO MOV-PROD-COD.
           MOVE "S" TO MOV-TIPO.
           MOVE DIA TO MOV-DIA.
           MOVE ANO TO MOV-ANO.
           COMPUTE MOV-QTDE = ZEROS - TRF-QTDE.
           COMPUTE MOV-VALOR = TRF-QTDE * PROD-CUSTO-MEDIO.
           MOVE "TRANSF" TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           MOVE WS-PROX-TRF TO TRF-NUM.
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-EMITIR-FIM.
      *     em transito vira tarefa de todos na empresa destino - a
      *     partir de amanha sem chegada, esta atrasada
           MOVE "MERC14" TO TAR-ORIGEM.
           MOVE TRF-EMP-DEST TO TAR-EMPRESA.
           MOVE TRF-NUM TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "CHEGADA TRANSF. " DELIMITED BY SIZE
                  PROD-DESCR DELIMITED BY SIZE
                  INTO TAR-DESCRI.
           COMPUTE TAR-VENCE = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-OPER-ATUAL TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE ZEROS TO TAR-PERFIL-DEST.
           MOVE "A" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.
           DISPLAY (09 04) "Transferencia emitida - em transito.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
               GO TO P-CONFIRMA-FIM.
           ADD TRF-QTDE TO PROD-QTDE.
           REWRITE REG-ESTOQUE.
           PERFORM P-ENTRA-LOTE THRU P-ENTRA-LOTE-FIM.
           MOVE PROD-COD TO MOV-PROD-COD.
           MOVE "E" TO MOV-TIPO.
           MOVE DIA TO MOV-DIA.
           MOVE ANO TO MOV-ANO.
           MOVE TRF-QTDE TO MOV-QTDE.
           COMPUTE MOV-VALOR = TRF-QTDE * PROD-CUSTO-MEDIO.
           MOVE "TRANSF" TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           MOVE WS-HOJE-DMA TO TRF-DATA-CHEGADA.
           MOVE "C" TO TRF-SITUACAO.
           MOVE WS-OPER-ATUAL TO TRF-OPER-COD.
           REWRITE REG-TRANSF.
           MOVE "MERC14" TO TAR-ORIGEM.
           MOVE TRF-EMP-DEST TO TAR-EMPRESA.
           MOVE TRF-NUM TO TAR-REF.
           MOVE WS-OPER-ATUAL TO WS-TAR-OPER.
           PERFORM P-BAIXA-TAREFA.
           DISPLAY (08 04) "Chegada confirmada.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           ADD 1 TO WS-PROX-TRF.
       P-PROXIMO-TRF-FIM.

      *-----------------------------------------------------------*
      * Caixa de tarefas (TAREFA.DAT, ver TAREFMAST / BANCO29).    *
      * P-ABRE-TAREFA: o chamador monta REG-TAREFA (elo, descricao,*
      * prazo, destino, tipo de baixa, quem abriu) e a tarefa      *
      * nasce pendente com a data de hoje - se ja esta pendente,   *
      * fica como esta; se ja foi resolvida, volta a pendente.     *
      * P-BAIXA-TAREFA: o chamador monta a chave e WS-TAR-OPER, e  *
      * a tarefa pendente vira resolvida hoje.                     *
      *-----------------------------------------------------------*
       P-ABRE-TAREFA.
           PERFORM P-TAREFA-HOJE.
           MOVE WS-TAR-HOJE TO TAR-DATA.
           MOVE "P" TO TAR-SITUACAO.
           MOVE ZEROS TO TAR-RESOLV-DATA.
           MOVE ZEROS TO TAR-RESOLV-OPER.
           MOVE REG-TAREFA TO WS-TAR-NOVA.
           OPEN I-O TAREFA.
           IF FS-TAR = "30" OR FS-TAR = "35"
               CLOSE TAREFA
               OPEN OUTPUT TAREFA
               CLOSE TAREFA
               OPEN I-O TAREFA.
           MOVE WS-TAR-NOVA TO REG-TAREFA.
           WRITE REG-TAREFA
               INVALID KEY
                   PERFORM P-ABRE-TAREFA-EXISTE.
           CLOSE TAREFA.

       P-ABRE-TAREFA-EXISTE.
           READ TAREFA
               INVALID KEY
                   EXIT PARAGRAPH.
           IF TAR-PENDENTE
               EXIT PARAGRAPH.
           MOVE WS-TAR-NOVA TO REG-TAREFA.
           REWRITE REG-TAREFA.

       P-BAIXA-TAREFA.
           PERFORM P-TAREFA-HOJE.
           MOVE REG-TAREFA TO WS-TAR-NOVA.
           OPEN I-O TAREFA.
           IF FS-TAR NOT = "00"
               CLOSE TAREFA
               EXIT PARAGRAPH.
           MOVE WS-TAR-NOVA TO REG-TAREFA.
           READ TAREFA
               INVALID KEY
                   CLOSE TAREFA
                   EXIT PARAGRAPH.
           IF TAR-PENDENTE
               MOVE "R" TO TAR-SITUACAO
               MOVE WS-TAR-HOJE TO TAR-RESOLV-DATA
               MOVE WS-TAR-OPER TO TAR-RESOLV-OPER
               REWRITE REG-TAREFA.
           CLOSE TAREFA.

       P-TAREFA-HOJE.
           ACCEPT WS-TAR-DOS FROM DATE.
           COMPUTE WS-TAR-HOJE = ( 2000 + WS-TAR-DOS-ANO ) * 10000
               + WS-TAR-DOS-MES * 100 + WS-TAR-DOS-DIA.

      *-----------------------------------------------------------*
      * Empresa e operador da sessao (SESSAO.DAT).                 *
      *-----------------------------------------------------------*

       P-FIM.
           CLOSE TRANSF ESTOQUE MOVEST.
           PERFORM P-FECHA-LOTEST.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

           ELSE
               MOVE WS-TERMINAL TO WS-ARQ-SESS-COD
               MOVE WS-ARQ-SESS-MONTA TO WS-ARQ-SESSAO.

      *-----LOTEST.DAT aberto junto com o estoque; sem arquivo de-----*
      *-----lotes (nenhum perecivel recebido ainda) nada e baixado-----*
       P-ABRE-LOTEST.
           MOVE "N" TO WS-TEM-LOTEST.
           OPEN I-O LOTEST.
           IF FS-LOTEST = "00"
               MOVE "S" TO WS-TEM-LOTEST
           ELSE
               CLOSE LOTEST.

       P-FECHA-LOTEST.
           IF WS-TEM-LOTEST = "S"
               CLOSE LOTEST
               MOVE "N" TO WS-TEM-LOTEST.

      *-----------------------------------------------------------*
      * Baixa FEFO: WS-LOTE-RESTA do produto WS-LOTE-PROD sai dos  *
      * lotes de validade na ordem da chave - a validade mais      *
      * proxima (ou ja vencida) primeiro, lote por lote, ate a     *
      * quantidade acabar. O que passar da soma dos lotes era      *
      * estoque sem lote e fica em WS-LOTE-RESTA. WS-LOTE-VALID    *
      * devolve a validade do primeiro lote baixado.               *
      *-----------------------------------------------------------*
       P-BAIXA-LOTE.
           MOVE ZEROS TO WS-LOTE-VALID.
           IF WS-TEM-LOTEST NOT = "S" OR WS-LOTE-RESTA = ZEROS
               GO TO P-BAIXA-LOTE-FIM.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-BAIXA-LOTE-FIM.
       P-BAIXA-LOTE-LER.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-BAIXA-LOTE-FIM.
           IF LOT-PROD NOT = WS-LOTE-PROD
               GO TO P-BAIXA-LOTE-FIM.
           IF LOT-QTDE = ZEROS
               GO TO P-BAIXA-LOTE-LER.
           IF WS-LOTE-VALID = ZEROS
               MOVE LOT-VALIDADE TO WS-LOTE-VALID.
           IF LOT-QTDE > WS-LOTE-RESTA
               SUBTRACT WS-LOTE-RESTA FROM LOT-QTDE
               MOVE ZEROS TO WS-LOTE-RESTA
           ELSE
               SUBTRACT LOT-QTDE FROM WS-LOTE-RESTA
               MOVE ZEROS TO LOT-QTDE.
           REWRITE REG-LOTEST.
           IF WS-LOTE-RESTA NOT = ZEROS
               GO TO P-BAIXA-LOTE-LER.
       P-BAIXA-LOTE-FIM.

      *-----------------------------------------------------------*
      * Chegada: a quantidade que saiu de lote na origem volta ao  *
      * LOTEST.DAT com a validade do lote mais velho baixado - no  *
      * destino ela vence no maximo tao cedo quanto saiu.          *
      *-----------------------------------------------------------*
       P-ENTRA-LOTE.
           IF WS-TEM-LOTEST NOT = "S" OR TRF-QTDE-LOTE = ZEROS
               GO TO P-ENTRA-LOTE-FIM.
           MOVE TRF-PROD TO LOT-PROD.
           MOVE TRF-VALIDADE TO LOT-VALIDADE.
           READ LOTEST
               INVALID KEY
                   MOVE TRF-PROD TO LOT-PROD
                   MOVE TRF-VALIDADE TO LOT-VALIDADE
                   MOVE TRF-QTDE-LOTE TO LOT-QTDE
                   MOVE PROD-FORN TO LOT-FORN
                   MOVE PROD-CUSTO-MEDIO TO LOT-CUSTO
                   WRITE REG-LOTEST
                   GO TO P-ENTRA-LOTE-FIM.
           ADD TRF-QTDE-LOTE TO LOT-QTDE.
           REWRITE REG-LOTEST.
       P-ENTRA-LOTE-FIM.
