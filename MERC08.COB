      *    proximos N dias informados, valorizado ao custo do
      *    lote - p/ a promocao e a devolucao acontecerem antes
      *    do fiscal achar o vencido na gondola. Sai na tela e em
      *    MERC08.TXT. Cada lote listado entra na caixa de tarefas
      *    dos operadores (TAREFA.DAT / BANCO29); lote que zerou
      *    sai dela. Antes da lista, confere produto a produto a
      *    soma dos lotes contra o PROD-QTDE: o que passar do
      *    saldo ja saiu da loja e e baixado dos lotes mais
      *    velhos (FEFO), com o acerto no topo do MERC08.TXT.
      *    Chamado pelo menu de Estoque (BANCO36, opcao 8).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-TAR.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.

       COPY ESTQMAST.

       COPY TAREFMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC08.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
      *-----lotes de validade (LOTEST.DAT): toda saida de estoque-----*
      *-----baixa os lotes pela validade mais proxima (FEFO)-----------*
       77 FS-LOTEST             PIC XX.
       77 WS-TEM-LOTEST         PIC X VALUE "N".
       77 WS-LOTE-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-RESTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-VALID         PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-SALDO         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-SOMA          PIC 9(07)V999 VALUE ZEROS.
       77 WS-LOTE-EXCESSO       PIC 9(07)V999 VALUE ZEROS.
       77 FS-ESTOQUE            PIC XX.
       77 FS-ARQ                PIC XX.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao---------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
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
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-DIAS-N            PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-VENCIDOS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-VENCENDO     PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-VENCENDO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-ACERTOS      PIC 9(04) VALUE ZEROS.
       77 WS-CONF-PROD         PIC 9(04) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           02 F PIC X(02) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(17).
           02 F PIC X(01) VALUE SPACES.
           02 VAL-DIA-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 F PIC X(01) VALUE "/".
           02 VAL-ANO-DET      PIC 9(04).
           02 F PIC X(04) VALUE " Qt.".
           02 QTDE-DET         PIC ZZZZZ9,999.
           02 F PIC X(03) VALUE " F.".
           02 FORN-DET         PIC 9(03).
           02 F PIC X(04) VALUE " R$ ".
           02 VALOR-DET        PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SIT-DET          PIC X(08).
       01 LINHA-ACERTO-TIT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(40) VALUE
               "Lotes acima do saldo - baixados (FEFO):".
       01 LINHA-ACERTO.
           02 F PIC X(02) VALUE SPACES.
           02 ACE-PROD-DET     PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 ACE-DESCR-DET    PIC X(20).
           02 F PIC X(07) VALUE " lotes ".
           02 ACE-LOTES-DET    PIC ZZZZZ9,999.
           02 F PIC X(07) VALUE " saldo ".
           02 ACE-SALDO-DET    PIC ZZZZZ9,999.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(18).
           02 F PIC X(10) VALUE " lote(s) R".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.

      *-----caixa de tarefas dos operadores (TAREFA.DAT / BANCO29)------*
       77 FS-TAR                PIC XX.
       77 WS-TAR-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-TAR-OPER           PIC 99 VALUE ZEROS.
       01 WS-TAR-NOVA           PIC X(96) VALUE SPACES.
       01 WS-TAR-DOS.
           03 WS-TAR-DOS-ANO    PIC 99.
           03 WS-TAR-DOS-MES    PIC 99.
           03 WS-TAR-DOS-DIA    PIC 99.

       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O LOTEST.
           IF FS-LOTEST = "00"
               MOVE "S" TO WS-TEM-LOTEST.
           IF FS-LOTEST NOT = "00"
               DISPLAY (22 04) "!! SEM LOTES REGISTRADOS !!"
               ACCEPT WS-P
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE 6 TO LIN.
           PERFORM P-CONFERE-LOTES THRU P-CONFERE-LOTES-FIM.
           MOVE ZEROS TO LOT-CHAVE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-TOTAL.
           IF LOT-VALIDADE > WS-LIMITE-AMD
               GO TO LER.
      *     lote zerado na faixa: se tinha tarefa aberta, acabou
           IF LOT-QTDE = ZEROS
               MOVE "MERC08" TO TAR-ORIGEM
               MOVE ZEROS TO TAR-EMPRESA
               MOVE LOT-CHAVE TO TAR-REF
               MOVE ZEROS TO WS-TAR-OPER
               PERFORM P-BAIXA-TAREFA
               GO TO LER.
           COMPUTE WS-VALOR-LOTE = LOT-QTDE * LOT-CUSTO.
           IF LOT-VALIDADE < WS-HOJE-AMD
               MOVE "VENCIDO " TO SIT-DET
           MOVE LOT-QTDE TO QTDE-DET.
           MOVE LOT-FORN TO FORN-DET.
           MOVE WS-VALOR-LOTE TO VALOR-DET.
      *     vencido ou vencendo vira tarefa de todos (promocao,
      *     devolucao), com prazo na propria validade
           MOVE "MERC08" TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE LOT-CHAVE TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "LOTE " DELIMITED BY SIZE
                  SIT-DET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCR-DET DELIMITED BY SIZE
                  INTO TAR-DESCRI.
           MOVE LOT-VALIDADE TO TAR-VENCE.
           MOVE ZEROS TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE ZEROS TO TAR-PERFIL-DEST.
           MOVE "M" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
           MOVE WS-VALOR-VENCENDO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Vencidos e vencendo em " WS-DIAS-N " dias"
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           MOVE WS-VALOR-VENCIDOS TO WS-MOSTRA-VALOR.
           DISPLAY (21 02) WS-QTDE-VENCIDOS " vencido(s) R$ "
               WS-MOSTRA-VALOR.
           MOVE WS-VALOR-VENCENDO TO WS-MOSTRA-VALOR.
           DISPLAY (22 02) WS-QTDE-VENCENDO " a vencer R$ "
               WS-MOSTRA-VALOR "  (MERC08.TXT)".
           IF WS-QTDE-ACERTOS NOT = ZEROS
               DISPLAY (20 02) WS-QTDE-ACERTOS
                   " produto(s) com lotes acima do saldo acertado(s)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           PERFORM P-FIM.

      *-----------------------------------------------------------*
      * Antes da lista: produto a produto, a soma dos lotes contra *
      * o PROD-QTDE - lote acima do saldo e mercadoria que ja saiu *
      * e sai dos lotes mais velhos primeiro; o relatorio mostra o *
      * que esta de fato na prateleira. Cada acerto vai p/ o .TXT. *
      *-----------------------------------------------------------*
       P-CONFERE-LOTES.
           MOVE ZEROS TO WS-QTDE-ACERTOS WS-CONF-PROD.
       P-CONFERE-LOTES-PROX.
           MOVE WS-CONF-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-CONFERE-LOTES-FIM.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-CONFERE-LOTES-FIM.
           MOVE LOT-PROD TO WS-LOTE-PROD.
           MOVE LOT-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   GO TO P-CONFERE-LOTES-SEGUE.
           MOVE PROD-QTDE TO WS-LOTE-SALDO.
           PERFORM P-ACERTA-LOTE THRU P-ACERTA-LOTE-FIM.
           IF WS-LOTE-EXCESSO = ZEROS
               GO TO P-CONFERE-LOTES-SEGUE.
           IF WS-QTDE-ACERTOS = ZEROS
               WRITE REG-ARQSAID FROM LINHA-ACERTO-TIT.
           ADD 1 TO WS-QTDE-ACERTOS.
           MOVE WS-LOTE-PROD TO ACE-PROD-DET.
           MOVE PROD-DESCR TO ACE-DESCR-DET.
           MOVE WS-LOTE-SOMA TO ACE-LOTES-DET.
           MOVE WS-LOTE-SALDO TO ACE-SALDO-DET.
           WRITE REG-ARQSAID FROM LINHA-ACERTO.
       P-CONFERE-LOTES-SEGUE.
           IF WS-LOTE-PROD = 9999
               GO TO P-CONFERE-LOTES-FIM.
           COMPUTE WS-CONF-PROD = WS-LOTE-PROD + 1.
           GO TO P-CONFERE-LOTES-PROX.
       P-CONFERE-LOTES-FIM.
           IF WS-QTDE-ACERTOS NOT = ZEROS
               WRITE REG-ARQSAID FROM LINHA-TRACO.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
                   MOVE 1 TO WS-LIM-MES
                   ADD 1 TO WS-LIM-ANO.

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

       P-FIM.
           CLOSE LOTEST ESTOQUE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

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
           MOVE "MERC08" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC08.TXT" TO RARQ-ARQUIVO.
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
      * Conferencia lote x saldo: a soma dos lotes do produto      *
      * WS-LOTE-PROD nao pode passar do saldo WS-LOTE-SALDO        *
      * (PROD-QTDE) - o excesso e mercadoria que ja saiu sem baixa *
      * de lote e sai agora pela mesma regra FEFO. Soma menor que  *
      * o saldo e estoque sem lote (entrada antes dos lotes, ou    *
      * produto nao perecivel) e fica como esta.                   *
      *-----------------------------------------------------------*
       P-ACERTA-LOTE.
           MOVE ZEROS TO WS-LOTE-SOMA WS-LOTE-EXCESSO.
           IF WS-TEM-LOTEST NOT = "S"
               GO TO P-ACERTA-LOTE-FIM.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-ACERTA-LOTE-FIM.
       P-ACERTA-LOTE-LER.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-ACERTA-LOTE-BAIXA.
           IF LOT-PROD NOT = WS-LOTE-PROD
               GO TO P-ACERTA-LOTE-BAIXA.
           ADD LOT-QTDE TO WS-LOTE-SOMA.
           GO TO P-ACERTA-LOTE-LER.
       P-ACERTA-LOTE-BAIXA.
           IF WS-LOTE-SOMA NOT > WS-LOTE-SALDO
               GO TO P-ACERTA-LOTE-FIM.
           COMPUTE WS-LOTE-EXCESSO = WS-LOTE-SOMA - WS-LOTE-SALDO.
           MOVE WS-LOTE-EXCESSO TO WS-LOTE-RESTA.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
       P-ACERTA-LOTE-FIM.
