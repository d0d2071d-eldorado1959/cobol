       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO25.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CONFERIDOR DE INTEGRIDADE REFERENCIAL
      *    O BANCO51 so confere BCO.DAT contra PGTO.DAT; estoque,
      *    compras e recebiveis apontam uns p/ os outros por codigo
      *    e nada garantia que a outra ponta ainda existia (fusao
      *    de fornecedores no BANCO89, pedido apagado, produto
      *    desativado, documento excluido). Este batch varre os
      *    cadastros e diarios e lista, arquivo a arquivo e chave
      *    a chave, toda referencia orfa e todo total que nao fecha
      *    entre arquivos:
      *      ESTOQUE  PROD-FORN sem fornecedor (ou inativo);
      *      PEDIDO   PED-FORN sem fornecedor, PED-NUM-CHE sem
      *               documento;
      *      PEDITEM  item sem pedido, PEDI-PROD sem produto e
      *               soma dos itens <> PED-VALOR;
      *      LOTEST   lote de produto inexistente ou inativo,
      *               LOT-FORN sem fornecedor e soma dos lotes
      *               acima do saldo do produto;
      *      RATEIO   fatias de documento que nao existe mais e
      *               soma das fatias <> VALOR-CHE;
      *      RECEBER  REC-CLI-COD sem cliente;
      *      BCO      NATUREZA-CHE fora de NATUREZA.DAT e
      *               PEDIDO-CHE sem pedido;
      *      FORN     natureza padrao inexistente;
      *      MOVEST   movimento de produto inexistente;
      *      PGTO     parcela de documento inexistente;
      *      NFENT    nota sem fornecedor ou sem documento.
      *    Documento (NUM-CHE) so e dado como inexistente se nao
      *    estiver no movimento de NENHUMA empresa - RATEIO, PGTO
      *    e NFENT sao um arquivo so p/ todas.
      *    So LE (OPEN INPUT) - arquivo ausente e pulado e anotado
      *    no relatorio; seguro p/ rodar toda noite. Ultimo da
      *    corrente de lote do BANCO71 (depois do BANCO38): em
      *    lote roda sem operador, apaga o marcador e devolve o
      *    menu. Excecoes na tela e em BANCO25.TXT.
      *    Menu Seguranca/Auditoria, opcao 18.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.
           SELECT EMPRESA   ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMPRESA-COD
                  FILE STATUS  IS FS-EMPRESA.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PED.
           SELECT PEDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PEDI-CHAVE
                  FILE STATUS IS FS-PEDI.
           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-LOTEST.
           SELECT RATEIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RATEIO-CHAVE
                  FILE STATUS IS FS-RATEIO.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-CLI.
           SELECT NATUREZA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NAT-COD
                  FILE STATUS IS FS-NAT.
           SELECT NFENT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFE-CHAVE
                  FILE STATUS IS FS-NFENT.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT PGTO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PGTO.

           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOTE.
           SELECT RUNCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RUN-CHAVE
                  FILE STATUS IS FS-RUN.

           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY EMPRESA.

       COPY ESTQMAST.

       COPY FORNMAST.

       COPY PEDMAST.

       COPY PEDITMAST.

       COPY LOTESTMAST.

       COPY RATEIOMAST.

       COPY RECEBMAST.

       COPY CLIMAST.

       COPY NATUMAST.

       COPY NFENTMAST.

       COPY MOVESTMAST.

       COPY PGTOMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY LOTEMAST.

       COPY RUNMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO25.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-PGTO            PIC X(12) VALUE "PGTO.DAT".
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
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
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-ARQ-BCO-SESSAO     PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
      *-----monta o nome do arquivo de movimento da empresa nn---------*
       01 WS-ARQ-MONTA.
           03 FILLER           PIC X(03) VALUE "BCO".
           03 WS-ARQ-MONTA-COD PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
           03 FILLER           PIC X(03) VALUE SPACES.
       77 FS                   PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-PED                PIC XX.
       77 FS-PEDI               PIC XX.
       77 FS-LOTEST             PIC XX.
       77 FS-RATEIO             PIC XX.
       77 FS-REC                PIC XX.
       77 FS-CLI                PIC XX.
       77 FS-NAT                PIC XX.
       77 FS-NFENT              PIC XX.
       77 FS-MOVEST             PIC XX.
       77 FS-PGTO               PIC XX.
       77 FS-ARQ                PIC XX.
      *-----modo lote (LOTE.DAT) e controle da corrente (RUNCTL)-------*
       77 FS-LOTE               PIC XX.
       77 FS-RUN                PIC XX.
       77 WS-RUN-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-HORA-RUN.
           03 WS-HR-HH          PIC 99.
           03 WS-HR-MM          PIC 99.
           03 WS-HR-SS          PIC 99.
           03 WS-HR-CC          PIC 99.
       77 WS-LOTE               PIC X VALUE "N".
       88 LOTE-88               VALUE "S".
      *-----cadastros de consulta presentes (S) ou ausentes (N)---------*
       77 WS-TEM-BCO            PIC X VALUE "N".
       88 TEM-BCO-88            VALUE "S".
       77 WS-TEM-EMP            PIC X VALUE "N".
       88 TEM-EMP-88            VALUE "S".
       77 WS-TEM-ESTQ           PIC X VALUE "N".
       88 TEM-ESTQ-88           VALUE "S".
       77 WS-TEM-FORN           PIC X VALUE "N".
       88 TEM-FORN-88           VALUE "S".
       77 WS-TEM-PED            PIC X VALUE "N".
       88 TEM-PED-88            VALUE "S".
       77 WS-TEM-CLI            PIC X VALUE "N".
       88 TEM-CLI-88            VALUE "S".
       77 WS-TEM-NAT            PIC X VALUE "N".
       88 TEM-NAT-88            VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-QTDE-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-EXCECAO      PIC 9(05) VALUE ZEROS.
       77 WS-LIDOS-ARQ         PIC 9(06) VALUE ZEROS.
       77 WS-EXC-ARQ           PIC 9(05) VALUE ZEROS.
       77 WS-ARQ-NOME          PIC X(12) VALUE SPACES.
      *-----procura de documento (NUM-CHE) no movimento das empresas---*
       77 WS-DOC-PROCURA       PIC X(06) VALUE SPACES.
       77 WS-DOC-ACHOU         PIC X VALUE "N".
       88 DOC-ACHOU-88         VALUE "S".
       77 WS-DOC-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WS-DOC-CANCEL        PIC X VALUE SPACES.
      *-----quebra por pedido (PEDITEM)---------------------------------*
       77 WS-PED-ANT           PIC 9(06) VALUE ZEROS.
       77 WS-PED-ITENS         PIC 9(03) VALUE ZEROS.
       77 WS-PED-SOMA          PIC 9(11)V99 VALUE ZEROS.
       77 WS-PED-VALOR-ANT     PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-EXISTE        PIC X VALUE "N".
       88 PED-EXISTE-88        VALUE "S".
       77 WS-PED-CANC          PIC X VALUE "N".
      *-----quebra por produto (LOTEST)---------------------------------*
       77 WS-LOT-ANT           PIC 9(04) VALUE ZEROS.
       77 WS-LOT-LOTES         PIC 9(03) VALUE ZEROS.
       77 WS-LOT-SOMA          PIC 9(07)V999 VALUE ZEROS.
       77 WS-LOT-SALDO         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOT-PROD-SIT      PIC X VALUE SPACES.
       88 LOT-PROD-AUSENTE     VALUE "N".
       88 LOT-PROD-INATIVO     VALUE "I".
      *-----quebra por documento (RATEIO)-------------------------------*
       77 WS-RAT-ANT           PIC X(06) VALUE SPACES.
       77 WS-RAT-FATIAS        PIC 9(03) VALUE ZEROS.
       77 WS-RAT-SOMA          PIC 9(11)V99 VALUE ZEROS.
       77 WS-RAT-DOC-ACHOU     PIC X VALUE "N".
       77 WS-RAT-DOC-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WS-RAT-DOC-CANCEL    PIC X VALUE SPACES.
      *-----diferencas dos totais cruzados-----------------------------*
       77 WS-DIF               PIC S9(11)V999 VALUE ZEROS.
       77 WS-MOSTRA-DIF        PIC -ZZZZZZZ9,99.
       77 WS-MOSTRA-QTDE       PIC -ZZZZZ9,999.
      *-----chave do movimento de estoque: produto + data--------------*
       01 WS-CHAVE-MOV.
           03 WS-CHM-PROD       PIC 9(04).
           03 WS-CHM-DATA       PIC 9(08).

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(36) VALUE "Integridade Referencial (excecoes po".
           02 F PIC X(18) VALUE "r arquivo e chave)".

       01 LINHA-COLUNAS.
           02 f pic x(02) value spaces.
           02 F PIC X(09) VALUE "ARQUIVO".
           02 F PIC X(13) VALUE "CHAVE".
           02 F PIC X(13) VALUE "REFERENCIA".
           02 F PIC X(06) VALUE "MOTIVO".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 ARQ-DET          PIC X(08).
           02 f pic x(01) value spaces.
           02 CHAVE-DET        PIC X(12).
           02 f pic x(01) value spaces.
           02 REF-DET          PIC X(12).
           02 f pic x(01) value spaces.
           02 MOTIVO-DET       PIC X(36).

       01 LINHA-RESUMO.
           02 f pic x(02) value spaces.
           02 F PIC X(02) VALUE "= ".
           02 RES-ARQ          PIC X(12).
           02 RES-LIDOS        PIC ZZZZZ9.
           02 F PIC X(13) VALUE " lido(s)     ".
           02 RES-EXC          PIC ZZZZ9.
           02 F PIC X(13) VALUE " excecao(oes)".

       01 LINHA-AUSENTE.
           02 f pic x(02) value spaces.
           02 F PIC X(02) VALUE "= ".
           02 AUS-ARQ          PIC X(12).
           02 F PIC X(33) VALUE "ausente - nao conferido".

       01 LINHA-TRACO.
           02 f pic x(72) value ALL "-".

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "DATA:  /  /  .".
           02 LINE 02 COLUMN 25 VALUE " E L D O R A D O " BLINK.
           02 LINE 01 COLUMN 70 VALUE "BANCO25" BLINK.
           02 LINE 04 COLUMN 18 VALUE "INTEGRIDADE REFERENCIAL".
      ********************************************

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-SESSAO.
           MOVE WS-ARQ-BCO TO WS-ARQ-BCO-SESSAO.
           PERFORM P-TESTA-LOTE.
           PERFORM P-ABRE-CADASTROS.
           OPEN OUTPUT ARQSAID.
           DISPLAY TELA.
           PERFORM P-DATA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CABEC1.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-COLUNAS.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE 6 TO LIN.

           PERFORM P-CONF-ESTOQUE THRU P-CONF-ESTOQUE-FIM.
           PERFORM P-CONF-PEDIDO THRU P-CONF-PEDIDO-FIM.
           PERFORM P-CONF-PEDITEM THRU P-CONF-PEDITEM-FIM.
           PERFORM P-CONF-LOTEST THRU P-CONF-LOTEST-FIM.
           PERFORM P-CONF-RATEIO THRU P-CONF-RATEIO-FIM.
           PERFORM P-CONF-RECEBER THRU P-CONF-RECEBER-FIM.
           PERFORM P-CONF-BCO THRU P-CONF-BCO-FIM.
           PERFORM P-CONF-FORN THRU P-CONF-FORN-FIM.
           PERFORM P-CONF-MOVEST THRU P-CONF-MOVEST-FIM.
           PERFORM P-CONF-PGTO THRU P-CONF-PGTO-FIM.
           PERFORM P-CONF-NFENT THRU P-CONF-NFENT-FIM.
           GO TO P-FINAL-IMP.

      *************************************************

      *-----------------------------------------------------------*
      * Cadastros de consulta ficam abertos (so leitura) a rodada  *
      * inteira; o que nao existir no disco fica marcado "N" e as  *
      * conferencias que dependem dele sao puladas - ninguem vira *
      * orfao porque o cadastro do outro lado nem foi criado.      *
      *-----------------------------------------------------------*
       P-ABRE-CADASTROS.
           OPEN INPUT BANCO.
           IF FS = "00"
               MOVE "S" TO WS-TEM-BCO
           ELSE
               CLOSE BANCO.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA = "00"
               MOVE "S" TO WS-TEM-EMP
           ELSE
               CLOSE EMPRESA.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE = "00"
               MOVE "S" TO WS-TEM-ESTQ
           ELSE
               CLOSE ESTOQUE.
           OPEN INPUT FORN.
           IF FS-FORN = "00"
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.
           OPEN INPUT PEDIDO.
           IF FS-PED = "00"
               MOVE "S" TO WS-TEM-PED
           ELSE
               CLOSE PEDIDO.
           OPEN INPUT CLIENTE.
           IF FS-CLI = "00"
               MOVE "S" TO WS-TEM-CLI
           ELSE
               CLOSE CLIENTE.
           OPEN INPUT NATUREZA.
           IF FS-NAT = "00"
               MOVE "S" TO WS-TEM-NAT
           ELSE
               CLOSE NATUREZA.

      *-----inicio de cada arquivo: zera contadores, mostra progresso--*
       P-INICIA-ARQ.
           MOVE ZEROS TO WS-LIDOS-ARQ.
           MOVE ZEROS TO WS-EXC-ARQ.
           DISPLAY (05 04) WS-LIMPA.
           DISPLAY (05 04) "Conferindo " WS-ARQ-NOME "...".

      *-----fecho de cada arquivo: linha de resumo no relatorio--------*
       P-RESUMO.
           MOVE WS-ARQ-NOME TO RES-ARQ.
           MOVE WS-LIDOS-ARQ TO RES-LIDOS.
           MOVE WS-EXC-ARQ TO RES-EXC.
           WRITE REG-ARQSAID FROM LINHA-RESUMO.
           ADD WS-LIDOS-ARQ TO WS-QTDE-LIDOS.

       P-AUSENTE.
           MOVE WS-ARQ-NOME TO AUS-ARQ.
           WRITE REG-ARQSAID FROM LINHA-AUSENTE.

      *-----------------------------------------------------------*
      * ESTOQUE: fornecedor do produto. A fusao (BANCO89) repassa *
      * PROD-FORN p/ o codigo que fica e inativa o que morre -     *
      * produto ainda preso ao inativo e fusao que nao repassou.  *
      *-----------------------------------------------------------*
       P-CONF-ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WS-ARQ-NOME.
           IF NOT TEM-ESTQ-88
               PERFORM P-AUSENTE
               GO TO P-CONF-ESTOQUE-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "ESTOQUE" TO ARQ-DET.
           MOVE ZEROS TO PROD-COD.
           START ESTOQUE KEY IS NOT LESS THAN PROD-COD
               INVALID KEY
                   GO TO P-CONF-ESTOQUE-RES.
       P-CONF-ESTOQUE-LER.
           READ ESTOQUE NEXT RECORD
               AT END
                   GO TO P-CONF-ESTOQUE-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF PROD-FORN = ZEROS OR NOT TEM-FORN-88
               GO TO P-CONF-ESTOQUE-LER.
           MOVE PROD-COD  TO CHAVE-DET.
           MOVE PROD-FORN TO REF-DET.
           MOVE PROD-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE "PROD-FORN SEM FORNECEDOR" TO MOTIVO-DET
                   PERFORM P-EXCECAO
                   GO TO P-CONF-ESTOQUE-LER.
           IF FORN-INATIVO
               MOVE "PROD-FORN APONTA P/ FORN. INATIVO"
                   TO MOTIVO-DET
               PERFORM P-EXCECAO.
           GO TO P-CONF-ESTOQUE-LER.
       P-CONF-ESTOQUE-RES.
           PERFORM P-RESUMO.
       P-CONF-ESTOQUE-FIM.

      *-----PEDIDO: fornecedor e documento gerado na faturacao---------*
       P-CONF-PEDIDO.
           MOVE "PEDIDO.DAT" TO WS-ARQ-NOME.
           IF NOT TEM-PED-88
               PERFORM P-AUSENTE
               GO TO P-CONF-PEDIDO-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "PEDIDO" TO ARQ-DET.
           MOVE ZEROS TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   GO TO P-CONF-PEDIDO-RES.
       P-CONF-PEDIDO-LER.
           READ PEDIDO NEXT RECORD
               AT END
                   GO TO P-CONF-PEDIDO-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           MOVE PED-NUM TO CHAVE-DET.
           IF PED-FORN NOT = ZEROS AND TEM-FORN-88
               MOVE PED-FORN TO REF-DET
               MOVE PED-FORN TO FORN-COD
               READ FORN
                   INVALID KEY
                       MOVE "PED-FORN SEM FORNECEDOR" TO MOTIVO-DET
                       PERFORM P-EXCECAO
                   NOT INVALID KEY
                       IF FORN-INATIVO AND PED-ABERTO
                           MOVE "PEDIDO ABERTO C/ FORN. INATIVO"
                               TO MOTIVO-DET
                           PERFORM P-EXCECAO
                       END-IF
               END-READ.
           IF PED-NUM-CHE = SPACES OR PED-NUM-CHE = ZEROS
               GO TO P-CONF-PEDIDO-LER.
           MOVE PED-NUM-CHE TO WS-DOC-PROCURA.
           PERFORM P-ACHA-DOC THRU P-ACHA-DOC-FIM.
           IF NOT DOC-ACHOU-88
               MOVE PED-NUM-CHE TO REF-DET
               MOVE "PED-NUM-CHE SEM DOCUMENTO (BCO)" TO MOTIVO-DET
               PERFORM P-EXCECAO.
           GO TO P-CONF-PEDIDO-LER.
       P-CONF-PEDIDO-RES.
           PERFORM P-RESUMO.
       P-CONF-PEDIDO-FIM.

      *-----------------------------------------------------------*
      * PEDITEM: linha sem pedido (pedido apagado), produto do    *
      * item e, por pedido, a soma qtde x preco contra PED-VALOR  *
      * (o PED01 grava um a partir do outro; pedido cancelado nao *
      * entra na soma).                                           *
      *-----------------------------------------------------------*
       P-CONF-PEDITEM.
           MOVE "PEDITEM.DAT" TO WS-ARQ-NOME.
           OPEN INPUT PEDITEM.
           IF FS-PEDI NOT = "00"
               CLOSE PEDITEM
               PERFORM P-AUSENTE
               GO TO P-CONF-PEDITEM-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE ZEROS TO WS-PED-ITENS.
       P-CONF-PEDITEM-LER.
           READ PEDITEM NEXT RECORD
               AT END
                   PERFORM P-FECHA-PEDIDO
                   CLOSE PEDITEM
                   GO TO P-CONF-PEDITEM-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF WS-PED-ITENS = ZEROS OR PEDI-PED-NUM NOT = WS-PED-ANT
               PERFORM P-FECHA-PEDIDO
               PERFORM P-ABRE-PEDIDO.
           ADD 1 TO WS-PED-ITENS.
           MOVE "PEDITEM" TO ARQ-DET.
           MOVE PEDI-CHAVE TO CHAVE-DET.
           IF TEM-PED-88 AND NOT PED-EXISTE-88
               MOVE PEDI-PED-NUM TO REF-DET
               MOVE "ITEM SEM PEDIDO (LINHA ORFA)" TO MOTIVO-DET
               PERFORM P-EXCECAO.
           IF TEM-ESTQ-88
               MOVE PEDI-PROD TO PROD-COD
               READ ESTOQUE
                   INVALID KEY
                       MOVE PEDI-PROD TO REF-DET
                       MOVE "PEDI-PROD SEM PRODUTO" TO MOTIVO-DET
                       PERFORM P-EXCECAO
               END-READ.
           COMPUTE WS-PED-SOMA =
               WS-PED-SOMA + ( PEDI-QTDE * PEDI-PRECO ).
           GO TO P-CONF-PEDITEM-LER.
       P-CONF-PEDITEM-RES.
           PERFORM P-RESUMO.
       P-CONF-PEDITEM-FIM.

      *-----novo pedido na quebra: guarda o cabecalho p/ a soma--------*
       P-ABRE-PEDIDO.
           MOVE PEDI-PED-NUM TO WS-PED-ANT.
           MOVE ZEROS TO WS-PED-ITENS.
           MOVE ZEROS TO WS-PED-SOMA.
           MOVE ZEROS TO WS-PED-VALOR-ANT.
           MOVE "N" TO WS-PED-EXISTE.
           MOVE "N" TO WS-PED-CANC.
           IF NOT TEM-PED-88
               EXIT PARAGRAPH.
           MOVE PEDI-PED-NUM TO PED-NUM.
           READ PEDIDO
               INVALID KEY
                   EXIT PARAGRAPH.
           MOVE "S" TO WS-PED-EXISTE.
           MOVE PED-VALOR TO WS-PED-VALOR-ANT.
           IF PED-CANCELADO
               MOVE "S" TO WS-PED-CANC.

       P-FECHA-PEDIDO.
           IF WS-PED-ITENS = ZEROS
               EXIT PARAGRAPH.
           IF NOT PED-EXISTE-88 OR WS-PED-CANC = "S"
               EXIT PARAGRAPH.
           IF WS-PED-SOMA = WS-PED-VALOR-ANT
               EXIT PARAGRAPH.
           COMPUTE WS-DIF = WS-PED-SOMA - WS-PED-VALOR-ANT.
           MOVE WS-DIF TO WS-MOSTRA-DIF.
           MOVE "PEDIDO" TO ARQ-DET.
           MOVE WS-PED-ANT TO CHAVE-DET.
           MOVE WS-MOSTRA-DIF TO REF-DET.
           MOVE "SOMA DOS ITENS <> PED-VALOR" TO MOTIVO-DET.
           PERFORM P-EXCECAO.

      *-----------------------------------------------------------*
      * LOTEST: lote de produto inexistente, lote com saldo de    *
      * produto inativo, fornecedor do lote e, por produto, soma  *
      * dos lotes acima do saldo do produto (a venda baixa o      *
      * lote no MERC15; lote sobrando = saldo que nao existe).     *
      *-----------------------------------------------------------*
       P-CONF-LOTEST.
           MOVE "LOTEST.DAT" TO WS-ARQ-NOME.
           OPEN INPUT LOTEST.
           IF FS-LOTEST NOT = "00"
               CLOSE LOTEST
               PERFORM P-AUSENTE
               GO TO P-CONF-LOTEST-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE ZEROS TO WS-LOT-LOTES.
       P-CONF-LOTEST-LER.
           READ LOTEST NEXT RECORD
               AT END
                   PERFORM P-FECHA-PRODUTO
                   CLOSE LOTEST
                   GO TO P-CONF-LOTEST-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF WS-LOT-LOTES = ZEROS OR LOT-PROD NOT = WS-LOT-ANT
               PERFORM P-FECHA-PRODUTO
               PERFORM P-ABRE-PRODUTO.
           ADD 1 TO WS-LOT-LOTES.
           ADD LOT-QTDE TO WS-LOT-SOMA.
           MOVE "LOTEST" TO ARQ-DET.
           MOVE LOT-CHAVE TO CHAVE-DET.
           MOVE LOT-PROD TO REF-DET.
           IF LOT-PROD-AUSENTE
               MOVE "LOTE DE PRODUTO INEXISTENTE" TO MOTIVO-DET
               PERFORM P-EXCECAO.
           IF LOT-PROD-INATIVO AND LOT-QTDE > ZEROS
               MOVE "LOTE C/ SALDO DE PRODUTO INATIVO"
                   TO MOTIVO-DET
               PERFORM P-EXCECAO.
           IF LOT-FORN = ZEROS OR NOT TEM-FORN-88
               GO TO P-CONF-LOTEST-LER.
           MOVE LOT-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE LOT-FORN TO REF-DET
                   MOVE "LOT-FORN SEM FORNECEDOR" TO MOTIVO-DET
                   PERFORM P-EXCECAO.
           GO TO P-CONF-LOTEST-LER.
       P-CONF-LOTEST-RES.
           PERFORM P-RESUMO.
       P-CONF-LOTEST-FIM.

      *-----novo produto na quebra: situacao e saldo do cadastro-------*
       P-ABRE-PRODUTO.
           MOVE LOT-PROD TO WS-LOT-ANT.
           MOVE ZEROS TO WS-LOT-LOTES.
           MOVE ZEROS TO WS-LOT-SOMA.
           MOVE ZEROS TO WS-LOT-SALDO.
      *     sem ESTOQUE.DAT nao ha com quem comparar - nada e orfao
           MOVE "A" TO WS-LOT-PROD-SIT.
           IF NOT TEM-ESTQ-88
               EXIT PARAGRAPH.
           MOVE LOT-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "N" TO WS-LOT-PROD-SIT
                   EXIT PARAGRAPH.
           MOVE PROD-QTDE TO WS-LOT-SALDO.
           IF PROD-INATIVO
               MOVE "I" TO WS-LOT-PROD-SIT.

       P-FECHA-PRODUTO.
           IF WS-LOT-LOTES = ZEROS OR NOT TEM-ESTQ-88
               EXIT PARAGRAPH.
           IF LOT-PROD-AUSENTE
               EXIT PARAGRAPH.
           IF WS-LOT-SOMA NOT > WS-LOT-SALDO
               EXIT PARAGRAPH.
           COMPUTE WS-DIF = WS-LOT-SOMA - WS-LOT-SALDO.
           MOVE WS-DIF TO WS-MOSTRA-QTDE.
           MOVE "ESTOQUE" TO ARQ-DET.
           MOVE WS-LOT-ANT TO CHAVE-DET.
           MOVE WS-MOSTRA-QTDE TO REF-DET.
           MOVE "SOMA DOS LOTES > SALDO DO PRODUTO" TO MOTIVO-DET.
           PERFORM P-EXCECAO.

      *-----------------------------------------------------------*
      * RATEIO: por documento, fatias de NUM-CHE que nao existe   *
      * mais em movimento nenhum e soma das fatias <> VALOR-CHE.  *
      *-----------------------------------------------------------*
       P-CONF-RATEIO.
           MOVE "RATEIO.DAT" TO WS-ARQ-NOME.
           OPEN INPUT RATEIO.
           IF FS-RATEIO NOT = "00"
               CLOSE RATEIO
               PERFORM P-AUSENTE
               GO TO P-CONF-RATEIO-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE ZEROS TO WS-RAT-FATIAS.
       P-CONF-RATEIO-LER.
           READ RATEIO NEXT RECORD
               AT END
                   PERFORM P-FECHA-RATEIO
                   CLOSE RATEIO
                   GO TO P-CONF-RATEIO-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF WS-RAT-FATIAS = ZEROS OR RATEIO-NUM-CHE NOT = WS-RAT-ANT
               PERFORM P-FECHA-RATEIO
               PERFORM P-ABRE-RATEIO.
           ADD 1 TO WS-RAT-FATIAS.
           ADD RATEIO-VALOR TO WS-RAT-SOMA.
           GO TO P-CONF-RATEIO-LER.
       P-CONF-RATEIO-RES.
           PERFORM P-RESUMO.
       P-CONF-RATEIO-FIM.

       P-ABRE-RATEIO.
           MOVE RATEIO-NUM-CHE TO WS-RAT-ANT.
           MOVE ZEROS TO WS-RAT-FATIAS.
           MOVE ZEROS TO WS-RAT-SOMA.
           MOVE RATEIO-NUM-CHE TO WS-DOC-PROCURA.
           PERFORM P-ACHA-DOC THRU P-ACHA-DOC-FIM.
           MOVE WS-DOC-ACHOU TO WS-RAT-DOC-ACHOU.
           MOVE WS-DOC-VALOR TO WS-RAT-DOC-VALOR.
           MOVE WS-DOC-CANCEL TO WS-RAT-DOC-CANCEL.

       P-FECHA-RATEIO.
           IF WS-RAT-FATIAS = ZEROS
               EXIT PARAGRAPH.
           MOVE "RATEIO" TO ARQ-DET.
           MOVE WS-RAT-ANT TO CHAVE-DET.
           IF WS-RAT-DOC-ACHOU NOT = "S"
               IF TEM-BCO-88 OR TEM-EMP-88
                   MOVE WS-RAT-SOMA TO WS-MOSTRA-DIF
                   MOVE WS-MOSTRA-DIF TO REF-DET
                   MOVE "FATIAS DE DOCUMENTO INEXISTENTE"
                       TO MOTIVO-DET
                   PERFORM P-EXCECAO
               END-IF
               EXIT PARAGRAPH.
           IF WS-RAT-DOC-CANCEL = "A" OR "S"
               EXIT PARAGRAPH.
           IF WS-RAT-SOMA = WS-RAT-DOC-VALOR
               EXIT PARAGRAPH.
           COMPUTE WS-DIF = WS-RAT-SOMA - WS-RAT-DOC-VALOR.
           MOVE WS-DIF TO WS-MOSTRA-DIF.
           MOVE WS-MOSTRA-DIF TO REF-DET.
           MOVE "SOMA DAS FATIAS <> VALOR-CHE" TO MOTIVO-DET.
           PERFORM P-EXCECAO.

      *-----RECEBER: cliente do titulo a receber-----------------------*
       P-CONF-RECEBER.
           MOVE "RECEBER.DAT" TO WS-ARQ-NOME.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               PERFORM P-AUSENTE
               GO TO P-CONF-RECEBER-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "RECEBER" TO ARQ-DET.
       P-CONF-RECEBER-LER.
           READ RECEBER NEXT RECORD
               AT END
                   CLOSE RECEBER
                   GO TO P-CONF-RECEBER-RES.
           ADD 1 TO WS-LIDOS-ARQ.
      *     codigo zero = titulo anterior ao cadastro de clientes
           IF REC-CLI-COD = ZEROS OR NOT TEM-CLI-88
               GO TO P-CONF-RECEBER-LER.
           MOVE REC-CLI-COD TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   MOVE REC-NUM     TO CHAVE-DET
                   MOVE REC-CLI-COD TO REF-DET
                   MOVE "REC-CLI-COD SEM CLIENTE" TO MOTIVO-DET
                   PERFORM P-EXCECAO.
           GO TO P-CONF-RECEBER-LER.
       P-CONF-RECEBER-RES.
           PERFORM P-RESUMO.
       P-CONF-RECEBER-FIM.

      *-----BCO (movimento da empresa da sessao): natureza e pedido----*
       P-CONF-BCO.
           MOVE WS-ARQ-BCO-SESSAO TO WS-ARQ-NOME.
           IF NOT TEM-BCO-88
               PERFORM P-AUSENTE
               GO TO P-CONF-BCO-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "BCO" TO ARQ-DET.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-CONF-BCO-RES.
       P-CONF-BCO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-CONF-BCO-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           MOVE NUM-CHE TO CHAVE-DET.
           IF NATUREZA-CHE NOT = ZEROS AND TEM-NAT-88
               MOVE NATUREZA-CHE TO NAT-COD
               READ NATUREZA
                   INVALID KEY
                       MOVE NATUREZA-CHE TO REF-DET
                       MOVE "NATUREZA-CHE FORA DE NATUREZA.DAT"
                           TO MOTIVO-DET
                       PERFORM P-EXCECAO
               END-READ.
           IF PEDIDO-CHE NOT = ZEROS AND TEM-PED-88
               MOVE PEDIDO-CHE TO PED-NUM
               READ PEDIDO
                   INVALID KEY
                       MOVE PEDIDO-CHE TO REF-DET
                       MOVE "PEDIDO-CHE SEM PEDIDO" TO MOTIVO-DET
                       PERFORM P-EXCECAO
               END-READ.
           GO TO P-CONF-BCO-LER.
       P-CONF-BCO-RES.
           PERFORM P-RESUMO.
       P-CONF-BCO-FIM.

      *-----FORN: natureza padrao do fornecedor-------------------------*
       P-CONF-FORN.
           MOVE "FORN.DAT" TO WS-ARQ-NOME.
           IF NOT TEM-FORN-88
               PERFORM P-AUSENTE
               GO TO P-CONF-FORN-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "FORN" TO ARQ-DET.
           MOVE ZEROS TO FORN-COD.
           START FORN KEY IS NOT LESS THAN FORN-COD
               INVALID KEY
                   GO TO P-CONF-FORN-RES.
       P-CONF-FORN-LER.
           READ FORN NEXT RECORD
               AT END
                   GO TO P-CONF-FORN-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF FORN-NAT-PADRAO = ZEROS OR NOT TEM-NAT-88
               GO TO P-CONF-FORN-LER.
           MOVE FORN-NAT-PADRAO TO NAT-COD.
           READ NATUREZA
               INVALID KEY
                   MOVE FORN-COD        TO CHAVE-DET
                   MOVE FORN-NAT-PADRAO TO REF-DET
                   MOVE "NATUREZA PADRAO INEXISTENTE" TO MOTIVO-DET
                   PERFORM P-EXCECAO.
           GO TO P-CONF-FORN-LER.
       P-CONF-FORN-RES.
           PERFORM P-RESUMO.
       P-CONF-FORN-FIM.

      *-----MOVEST (diario de estoque): produto do movimento-----------*
       P-CONF-MOVEST.
           MOVE WS-ARQ-MOVEST TO WS-ARQ-NOME.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               PERFORM P-AUSENTE
               GO TO P-CONF-MOVEST-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "MOVEST" TO ARQ-DET.
       P-CONF-MOVEST-LER.
           READ MOVEST NEXT RECORD
               AT END
                   CLOSE MOVEST
                   GO TO P-CONF-MOVEST-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF NOT TEM-ESTQ-88
               GO TO P-CONF-MOVEST-LER.
           MOVE MOV-PROD-COD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE MOV-PROD-COD TO WS-CHM-PROD
                   MOVE MOV-DATA     TO WS-CHM-DATA
                   MOVE WS-CHAVE-MOV TO CHAVE-DET
                   MOVE MOV-NUM-CHE  TO REF-DET
                   MOVE "MOVIMENTO DE PRODUTO INEXISTENTE"
                       TO MOTIVO-DET
                   PERFORM P-EXCECAO.
           GO TO P-CONF-MOVEST-LER.
       P-CONF-MOVEST-RES.
           PERFORM P-RESUMO.
       P-CONF-MOVEST-FIM.

      *-----PGTO (diario de parcelas): documento da parcela------------*
       P-CONF-PGTO.
           MOVE WS-ARQ-PGTO TO WS-ARQ-NOME.
           OPEN INPUT PGTO.
           IF FS-PGTO NOT = "00"
               CLOSE PGTO
               PERFORM P-AUSENTE
               GO TO P-CONF-PGTO-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "PGTO" TO ARQ-DET.
       P-CONF-PGTO-LER.
           READ PGTO NEXT RECORD
               AT END
                   CLOSE PGTO
                   GO TO P-CONF-PGTO-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF NOT TEM-BCO-88 AND NOT TEM-EMP-88
               GO TO P-CONF-PGTO-LER.
           MOVE PGTO-NUM-CHE TO WS-DOC-PROCURA.
           PERFORM P-ACHA-DOC THRU P-ACHA-DOC-FIM.
           IF NOT DOC-ACHOU-88
               MOVE PGTO-NUM-CHE TO CHAVE-DET
               MOVE PGTO-VALOR TO WS-MOSTRA-DIF
               MOVE WS-MOSTRA-DIF TO REF-DET
               MOVE "PARCELA DE DOCUMENTO INEXISTENTE"
                   TO MOTIVO-DET
               PERFORM P-EXCECAO.
           GO TO P-CONF-PGTO-LER.
       P-CONF-PGTO-RES.
           PERFORM P-RESUMO.
       P-CONF-PGTO-FIM.

      *-----NFENT (notas de entrada): fornecedor e documento gerado----*
       P-CONF-NFENT.
           MOVE "NFENT.DAT" TO WS-ARQ-NOME.
           OPEN INPUT NFENT.
           IF FS-NFENT NOT = "00"
               CLOSE NFENT
               PERFORM P-AUSENTE
               GO TO P-CONF-NFENT-FIM.
           PERFORM P-INICIA-ARQ.
           MOVE "NFENT" TO ARQ-DET.
       P-CONF-NFENT-LER.
           READ NFENT NEXT RECORD
               AT END
                   CLOSE NFENT
                   GO TO P-CONF-NFENT-RES.
           ADD 1 TO WS-LIDOS-ARQ.
           IF NOT NFE-CABECALHO
               GO TO P-CONF-NFENT-LER.
           MOVE NFE-NUMERO TO CHAVE-DET.
           IF NFE-FORN NOT = ZEROS AND TEM-FORN-88
               MOVE NFE-FORN TO FORN-COD
               READ FORN
                   INVALID KEY
                       MOVE NFE-FORN TO REF-DET
                       MOVE "NFE-FORN SEM FORNECEDOR" TO MOTIVO-DET
                       PERFORM P-EXCECAO
               END-READ.
           IF NFE-NUM-CHE = SPACES OR NFE-NUM-CHE = ZEROS
               GO TO P-CONF-NFENT-LER.
           MOVE NFE-NUM-CHE TO WS-DOC-PROCURA.
           PERFORM P-ACHA-DOC THRU P-ACHA-DOC-FIM.
           IF NOT DOC-ACHOU-88
               MOVE NFE-NUM-CHE TO REF-DET
               MOVE "NFE-NUM-CHE SEM DOCUMENTO (BCO)" TO MOTIVO-DET
               PERFORM P-EXCECAO.
           GO TO P-CONF-NFENT-LER.
       P-CONF-NFENT-RES.
           PERFORM P-RESUMO.
       P-CONF-NFENT-FIM.

      *-----------------------------------------------------------*
      * Procura o documento WS-DOC-PROCURA: primeiro no movimento  *
      * da sessao (aberto a rodada inteira); nao achou, passa o   *
      * movimento de cada empresa de EMPRESA.DAT e no fim reabre  *
      * o da sessao. So da "N" quando nao esta em nenhum.          *
      *-----------------------------------------------------------*
       P-ACHA-DOC.
           MOVE "N" TO WS-DOC-ACHOU.
           MOVE ZEROS TO WS-DOC-VALOR.
           MOVE SPACES TO WS-DOC-CANCEL.
           IF NOT TEM-BCO-88
               GO TO P-ACHA-DOC-OUTRAS.
           MOVE WS-DOC-PROCURA TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-ACHA-DOC-OUTRAS.
           PERFORM P-ACHA-DOC-GUARDA.
           GO TO P-ACHA-DOC-FIM.
       P-ACHA-DOC-OUTRAS.
           IF NOT TEM-EMP-88
               GO TO P-ACHA-DOC-FIM.
           IF TEM-BCO-88
               CLOSE BANCO.
           MOVE ZEROS TO EMPRESA-COD.
           START EMPRESA KEY IS NOT LESS THAN EMPRESA-COD
               INVALID KEY
                   GO TO P-ACHA-DOC-VOLTA.
       P-ACHA-DOC-EMP.
           READ EMPRESA NEXT RECORD
               AT END
                   GO TO P-ACHA-DOC-VOLTA.
           IF EMPRESA-COD = WS-EMPRESA-ATUAL
               GO TO P-ACHA-DOC-EMP.
           PERFORM P-MONTA-ARQ-BCO.
           OPEN INPUT BANCO.
      *     empresa sem movimento ainda: pula
           IF FS NOT = "00"
               CLOSE BANCO
               GO TO P-ACHA-DOC-EMP.
           MOVE WS-DOC-PROCURA TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   CLOSE BANCO
                   GO TO P-ACHA-DOC-EMP.
           PERFORM P-ACHA-DOC-GUARDA.
           CLOSE BANCO.
       P-ACHA-DOC-VOLTA.
           MOVE WS-ARQ-BCO-SESSAO TO WS-ARQ-BCO.
           IF TEM-BCO-88
               OPEN INPUT BANCO.
       P-ACHA-DOC-FIM.

       P-ACHA-DOC-GUARDA.
           MOVE "S" TO WS-DOC-ACHOU.
           MOVE VALOR-CHE TO WS-DOC-VALOR.
           MOVE CANCEL-CHE TO WS-DOC-CANCEL.

      *-----monta BCO.DAT (empresa 1) ou BCOnn.DAT---------------------*
       P-MONTA-ARQ-BCO.
           IF EMPRESA-COD = 1
               MOVE "BCO.DAT" TO WS-ARQ-BCO
           ELSE
               MOVE EMPRESA-COD TO WS-ARQ-MONTA-COD
               MOVE WS-ARQ-MONTA TO WS-ARQ-BCO.

       P-EXCECAO.
           ADD 1 TO WS-QTDE-EXCECAO.
           ADD 1 TO WS-EXC-ARQ.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           MOVE SPACES TO REF-DET.

      *-----em lote ninguem tecla: so limpa e segue--------------------*
       P-PARA.
           IF NOT LOTE-88
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT (23 25) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA.
           DISPLAY (06 00) ERASE.
           MOVE 6 TO LIN.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           DISPLAY (02 70) DIA.
           DISPLAY (02 73) MES.
           DISPLAY (02 76) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FINAL-IMP.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           IF TEM-BCO-88
               CLOSE BANCO.
           IF TEM-EMP-88
               CLOSE EMPRESA.
           IF TEM-ESTQ-88
               CLOSE ESTOQUE.
           IF TEM-FORN-88
               CLOSE FORN.
           IF TEM-PED-88
               CLOSE PEDIDO.
           IF TEM-CLI-88
               CLOSE CLIENTE.
           IF TEM-NAT-88
               CLOSE NATUREZA.
           DISPLAY (05 04) WS-LIMPA.
           DISPLAY (20 04) WS-QTDE-LIDOS " registro(s) conferido(s)".
           DISPLAY (21 04) WS-QTDE-EXCECAO
               " excecao(oes) - ver BANCO25.TXT".
      *     ultimo da corrente: marca completo, apaga o marcador
           IF LOTE-88
               PERFORM P-RUN-COMPLETA
               PERFORM P-APAGA-LOTE
               CHAIN "BANCO.COM".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           CHAIN "BANCO70.COM".

      *-----ultimo da corrente: esvazia o marcador de lote--------------*
       P-APAGA-LOTE.
           OPEN OUTPUT LOTE.
           CLOSE LOTE.

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
      * arquivo de movimento (BCO.DAT / BCOnn.DAT) lhe pertence -  *
      * le aqui antes de abrir o movimento, p/ os lancamentos das  *
      * empresas nunca se misturarem.                              *
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
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
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
      * Modo lote (ver LOTEMAST): com o marcador LOTE.DAT gravado  *
      * pelo BANCO71, o conferidor roda sem operador, fecha a      *
      * corrente e devolve o menu.                                 *
      *-----------------------------------------------------------*
       P-TESTA-LOTE.
           MOVE "N" TO WS-LOTE.
           OPEN INPUT LOTE.
           IF FS-LOTE NOT = "00"
               CLOSE LOTE
               EXIT PARAGRAPH.
           READ LOTE NEXT RECORD
               AT END
                   CLOSE LOTE
                   EXIT PARAGRAPH.
           IF LOTE-MARCA = "LOTE"
               MOVE "S" TO WS-LOTE
               MOVE LOTE-DATA TO WS-RUN-DATA.
           CLOSE LOTE.
           IF LOTE-88
               PERFORM P-RUN-MARCA-INI.

      *-----------------------------------------------------------*
      * Controle de execucao da corrente (RUNCTL.DAT): marca que   *
      * ESTE programa comecou ("I") e, ao completar, "C" com a     *
      * hora - e o que a tela da manha do BANCO71 mostra e de      *
      * onde o RETOMAR recomeca.                                   *
      *-----------------------------------------------------------*
       P-RUN-MARCA-INI.
           OPEN I-O RUNCTL.
           IF FS-RUN NOT = "00"
               CLOSE RUNCTL
               EXIT PARAGRAPH.
           MOVE WS-RUN-DATA TO RUN-DATA.
           MOVE 6 TO RUN-SEQ.
           READ RUNCTL
               INVALID KEY
                   CLOSE RUNCTL
                   EXIT PARAGRAPH.
           ACCEPT WS-HORA-RUN FROM TIME.
           COMPUTE RUN-HORA-INI =
               WS-HR-HH * 10000 + WS-HR-MM * 100 + WS-HR-SS.
           MOVE "I" TO RUN-SITUACAO.
           REWRITE REG-RUNCTL.
           CLOSE RUNCTL.

       P-RUN-COMPLETA.
           OPEN I-O RUNCTL.
           IF FS-RUN NOT = "00"
               CLOSE RUNCTL
               EXIT PARAGRAPH.
           MOVE WS-RUN-DATA TO RUN-DATA.
           MOVE 6 TO RUN-SEQ.
           READ RUNCTL
               INVALID KEY
                   CLOSE RUNCTL
                   EXIT PARAGRAPH.
           ACCEPT WS-HORA-RUN FROM TIME.
           COMPUTE RUN-HORA-FIM =
               WS-HR-HH * 10000 + WS-HR-MM * 100 + WS-HR-SS.
           MOVE "C" TO RUN-SITUACAO.
           REWRITE REG-RUNCTL.
           CLOSE RUNCTL.
