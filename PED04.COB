       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PED04.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    AGENDA DE RECEBIMENTO
      *    O PED01 grava a entrega prevista (PED-ENTREGA) em cada
      *    pedido, mas a doca so ficava sabendo do caminhao quando
      *    ele encostava. Aqui os pedidos em aberto (PED-ABERTO)
      *    saem dia a dia pela entrega prevista, com fornecedor e
      *    os itens do PEDITEM.DAT que ainda faltam chegar
      *    (PEDI-QTDE - PEDI-QTDE-RECEB). Entrega ja vencida com
      *    saldo pendente sai marcada ATRASADO, com os dias de
      *    atraso - sempre entra, por mais antiga que seja, p/ o
      *    comprador cobrar o fornecedor antes da gondola zerar.
      *    Os dias seguintes entram ate o horizonte informado.
      *    Pedido antigo sem itens sai so com o valor previsto.
      *    Tela, impressora e PED04.TXT.
      *    Chamado pelo menu do PED01, opcao <7>.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-PED.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT PEDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PEDI-CHAVE
                  FILE STATUS IS FS-PEDI.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT AGENDA ASSIGN TO DISK.
           SELECT RELATO    ASSIGN TO PRINTER.
           SELECT PERFIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY PEDMAST.

       COPY FORNMAST.

       COPY PEDITMAST.

       COPY ESTQMAST.

       COPY IMPRMAST.

      *-----------------------------------------------------------*
      * Um item pendente por registro, em ordem de entrega         *
      * prevista (AAAAMMDD), fornecedor e pedido. Pedido sem itens *
      * entra uma vez, com AG-SEQ = zeros.                         *
      *-----------------------------------------------------------*
       SD AGENDA.
       01 REG-AGENDA.
           03 AG-DATA          PIC 9(08).
           03 AG-FORN          PIC 9(03).
           03 AG-PED           PIC 9(06).
           03 AG-SEQ           PIC 99.
           03 AG-PROD          PIC 9(04).
           03 AG-QTDE          PIC 9(06)V999.
           03 AG-RECEB         PIC 9(06)V999.
           03 AG-VALOR         PIC 9(09)V99.
      *    Dias de atraso na data de hoje; zeros = ainda no prazo.
           03 AG-ATRASO        PIC 9(04).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "PED04.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-PED                PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-PEDI               PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-PERFIL             PIC XX.
       77 FS-ARQ                PIC XX.
      *-----codigos de controle do perfil de impressora EM USO---------*
      *-----(PERFIL.DAT / BANCO67); zeros = nao manda codigo------------*
       01 WS-LIGA.
           03 WS-LIGA-1        PIC 999 COMP VALUE ZEROS.
           03 WS-LIGA-2        PIC 999 COMP VALUE ZEROS.
       01 WS-DESLIGA.
           03 WS-DESLIGA-1     PIC 999 COMP VALUE ZEROS.
           03 WS-DESLIGA-2     PIC 999 COMP VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-HORIZONTE         PIC 99 VALUE 7.
       77 WS-IMPRIME           PIC X VALUE "N".
       88 IMPRIME-88           VALUE "S".
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88          VALUE "S".
       77 WS-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
       77 WS-PED-ATUAL         PIC 9(06) VALUE ZEROS.
       77 WS-TEM-ITEM          PIC X VALUE "N".
       88 TEM-ITEM-88          VALUE "S".
       77 WS-QTDE-PED          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ATRASO       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ITENS        PIC 9(05) VALUE ZEROS.
       77 WS-MOSTRA-DIAS       PIC ZZZ9 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----entrega prevista virada p/ AAAAMMDD (chave do SORT)--------*
       01 WS-AMD.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       01 WS-AMD-R REDEFINES WS-AMD PIC 9(08).

      *-----calculo juliano, mesmo criterio do BANCO09------------------*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
       77 WS-JULIANO-HOJE       PIC 9(07) VALUE ZEROS.
       77 WS-JULIANO-LIMITE     PIC 9(07) VALUE ZEROS.
       77 WS-JULIANO-ENTREGA    PIC 9(07) VALUE ZEROS.
       01 WS-TAB-MES-INIC.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01 WS-TAB-MES REDEFINES WS-TAB-MES-INIC.
           02 WS-TAB-MES-V      PIC 9(03) OCCURS 12 TIMES.

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(25) VALUE "Agenda de Recebimento em ".
           02 DIA-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT          PIC 9(04).
           02 F PIC X(12) VALUE " - proximos ".
           02 HOR-TIT          PIC Z9.
           02 F PIC X(06) VALUE " dias".
       01 LINHA-DIA.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(08) VALUE "Entrega ".
           02 DIA-DIA-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-DIA-DET      PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-DIA-DET      PIC 9(04).
           02 F PIC X(02) VALUE SPACES.
           02 ALERTA-DIA-DET   PIC X(30).
       01 LINHA-PED.
           02 F PIC X(04) VALUE SPACES.
           02 F PIC X(07) VALUE "Pedido ".
           02 PED-DET          PIC 9(06).
           02 F PIC X(07) VALUE "  Forn ".
           02 FORN-DET         PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-DET         PIC X(20).
       01 LINHA-ITEM.
           02 F PIC X(04) VALUE SPACES.
           02 ALERTA-ITEM-DET  PIC X(02).
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(22).
           02 F PIC X(05) VALUE " Ped ".
           02 QTDE-DET         PIC ZZZZZ9,999.
           02 F PIC X(05) VALUE " Rec ".
           02 RECEB-DET        PIC ZZZZZ9,999.
           02 F PIC X(07) VALUE " Falta ".
           02 FALTA-DET        PIC ZZZZZ9,999.
       01 LINHA-SEM-ITENS.
           02 F PIC X(04) VALUE SPACES.
           02 ALERTA-SEM-DET   PIC X(02).
           02 F PIC X(35) VALUE "(pedido sem itens) valor previsto ".
           02 F PIC X(03) VALUE "R$ ".
           02 VALOR-SEM-DET    PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-RESUMO.
           02 F PIC X(02) VALUE SPACES.
           02 RES-PED-DET      PIC ZZZZ9.
           02 F PIC X(13) VALUE " pedido(s), ".
           02 RES-ITENS-DET    PIC ZZZZ9.
           02 F PIC X(21) VALUE " item(ns) a receber, ".
           02 RES-ATRASO-DET   PIC ZZZZ9.
           02 F PIC X(20) VALUE " pedido(s) ATRASADOS".
       01 WS-LINHA-SAIDA        PIC X(80).

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "PED04" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Agenda de Recebimento "
               BLINK.

       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN INPUT PEDIDO.
           IF FS-PED NOT = "00"
               DISPLAY (22 04) "!! PEDIDO.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE PEDIDO
               DISPLAY (01 01) ERASE
               CHAIN "PED01.COM".
           OPEN INPUT FORN.
           OPEN INPUT PEDITEM.
           OPEN INPUT ESTOQUE.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           MOVE ANO TO WS-CJ-ANO.
           MOVE MES TO WS-CJ-MES.
           MOVE DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-HOJE.

       P-PARAMETROS.
           DISPLAY TELA.
           DISPLAY (04 04) "Entregas previstas para os proximos"
               " .. dias".
           DISPLAY (05 04) "(as atrasadas entram sempre)".
           ACCEPT (04 40) WS-HORIZONTE WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (06 04) "Imprimir tambem < S/N >? ".
           MOVE "N" TO WS-CONF.
           ACCEPT (06 30) WS-CONF WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-CONF = "S" OR "s"
               MOVE "S" TO WS-IMPRIME.
           COMPUTE WS-JULIANO-LIMITE = WS-JULIANO-HOJE + WS-HORIZONTE.
           DISPLAY (08 04) "Montando a agenda...".
           OPEN OUTPUT ARQSAID.
           IF IMPRIME-88
               PERFORM P-LE-PERFIL
               OPEN OUTPUT RELATO
               PERFORM P-LIGA-IMPRESSORA.
           MOVE DIA TO DIA-TIT.
           MOVE MES TO MES-TIT.
           MOVE ANO TO ANO-TIT.
           MOVE WS-HORIZONTE TO HOR-TIT.
           DISPLAY TELA.
           MOVE 4 TO LIN.
           MOVE LINHA-TRACO TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.
           MOVE LINHA-TITULO TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.
           MOVE LINHA-TRACO TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.
           SORT AGENDA ON ASCENDING KEY AG-DATA AG-FORN AG-PED AG-SEQ
               INPUT PROCEDURE IS P-SORT-ENTRADA
                   THRU P-SORT-ENTRADA-FIM
               OUTPUT PROCEDURE IS P-SORT-SAIDA
                   THRU P-SORT-SAIDA-FIM.
           MOVE LINHA-TRACO TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.
           MOVE WS-QTDE-PED TO RES-PED-DET.
           MOVE WS-QTDE-ITENS TO RES-ITENS-DET.
           MOVE WS-QTDE-ATRASO TO RES-ATRASO-DET.
           MOVE LINHA-RESUMO TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.
           CLOSE ARQSAID.
           IF IMPRIME-88
               PERFORM P-DESLIGA-IMPRESSORA
               CLOSE RELATO.
           DISPLAY (23 04) "Detalhe em PED04.TXT"
               " - Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           PERFORM P-FIM.

      *-----------------------------------------------------------*
      * Entrada do SORT: pedidos em aberto com entrega ate o       *
      * horizonte (vencidas inclusive) e, de cada um, os itens     *
      * com saldo a receber.                                       *
      *-----------------------------------------------------------*
       P-SORT-ENTRADA.
           MOVE ZEROS TO PED-NUM.
           START PEDIDO KEY IS NOT LESS THAN PED-NUM
               INVALID KEY
                   GO TO P-SORT-ENTRADA-FIM.
       P-SORT-ENTRADA-LER.
           READ PEDIDO NEXT RECORD
               AT END
                   GO TO P-SORT-ENTRADA-FIM.
           IF NOT PED-ABERTO
               GO TO P-SORT-ENTRADA-LER.
           IF PED-ANO = ZEROS OR PED-MES = ZEROS OR PED-MES > 12
               GO TO P-SORT-ENTRADA-LER.
           MOVE PED-ANO TO WS-CJ-ANO.
           MOVE PED-MES TO WS-CJ-MES.
           MOVE PED-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-ENTREGA.
           IF WS-JULIANO-ENTREGA > WS-JULIANO-LIMITE
               GO TO P-SORT-ENTRADA-LER.
           MOVE PED-ANO TO WS-AMD-ANO.
           MOVE PED-MES TO WS-AMD-MES.
           MOVE PED-DIA TO WS-AMD-DIA.
           MOVE WS-AMD-R TO AG-DATA.
           MOVE PED-FORN TO AG-FORN.
           MOVE PED-NUM TO AG-PED.
           MOVE PED-VALOR TO AG-VALOR.
           MOVE ZEROS TO AG-ATRASO.
           IF WS-JULIANO-ENTREGA < WS-JULIANO-HOJE
               COMPUTE AG-ATRASO =
                   WS-JULIANO-HOJE - WS-JULIANO-ENTREGA.
           MOVE "N" TO WS-TEM-ITEM.
           MOVE PED-NUM TO PEDI-PED-NUM.
           MOVE ZEROS TO PEDI-SEQ.
           START PEDITEM KEY IS NOT LESS THAN PEDI-CHAVE
               INVALID KEY
                   GO TO P-SORT-ENTRADA-SEM.
       P-SORT-ENTRADA-ITEM.
           READ PEDITEM NEXT RECORD
               AT END
                   GO TO P-SORT-ENTRADA-SEM.
           IF PEDI-PED-NUM NOT = PED-NUM
               GO TO P-SORT-ENTRADA-SEM.
           MOVE "S" TO WS-TEM-ITEM.
           IF PEDI-QTDE-RECEB NOT < PEDI-QTDE
               GO TO P-SORT-ENTRADA-ITEM.
           MOVE PEDI-SEQ TO AG-SEQ.
           MOVE PEDI-PROD TO AG-PROD.
           MOVE PEDI-QTDE TO AG-QTDE.
           MOVE PEDI-QTDE-RECEB TO AG-RECEB.
           RELEASE REG-AGENDA.
           GO TO P-SORT-ENTRADA-ITEM.
      *     pedido antigo, so com PED-VALOR: entra uma vez sem itens
       P-SORT-ENTRADA-SEM.
           IF TEM-ITEM-88
               GO TO P-SORT-ENTRADA-LER.
           MOVE ZEROS TO AG-SEQ AG-PROD AG-QTDE AG-RECEB.
           RELEASE REG-AGENDA.
           GO TO P-SORT-ENTRADA-LER.
       P-SORT-ENTRADA-FIM.

      *-----saida do SORT: quebra por dia e por pedido-----------------*
       P-SORT-SAIDA.
           RETURN AGENDA
               AT END
                   GO TO P-SORT-SAIDA-FIM.
           IF PRIMEIRO-88 OR AG-DATA NOT = WS-DATA-ATUAL
               PERFORM P-QUEBRA-DIA
               MOVE ZEROS TO WS-PED-ATUAL.
           IF AG-PED NOT = WS-PED-ATUAL
               PERFORM P-QUEBRA-PEDIDO.
           MOVE "N" TO WS-PRIMEIRO.
           IF AG-SEQ = ZEROS
               MOVE SPACES TO ALERTA-SEM-DET
               IF AG-ATRASO NOT = ZEROS
                   MOVE "**" TO ALERTA-SEM-DET
               END-IF
               MOVE AG-VALOR TO VALOR-SEM-DET
               MOVE LINHA-SEM-ITENS TO WS-LINHA-SAIDA
               PERFORM P-GRAVA-LINHA
               GO TO P-SORT-SAIDA.
           ADD 1 TO WS-QTDE-ITENS.
           MOVE SPACES TO ALERTA-ITEM-DET.
           IF AG-ATRASO NOT = ZEROS
               MOVE "**" TO ALERTA-ITEM-DET.
           MOVE AG-PROD TO PROD-DET.
           MOVE AG-PROD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO DESCR-DET
               NOT INVALID KEY
                   MOVE PROD-DESCR TO DESCR-DET
           END-READ.
           MOVE AG-QTDE TO QTDE-DET.
           MOVE AG-RECEB TO RECEB-DET.
           COMPUTE FALTA-DET = AG-QTDE - AG-RECEB.
           MOVE LINHA-ITEM TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.
           GO TO P-SORT-SAIDA.
       P-SORT-SAIDA-FIM.

       P-QUEBRA-DIA.
           MOVE AG-DATA TO WS-DATA-ATUAL.
           MOVE AG-DATA TO WS-AMD-R.
           MOVE WS-AMD-DIA TO DIA-DIA-DET.
           MOVE WS-AMD-MES TO MES-DIA-DET.
           MOVE WS-AMD-ANO TO ANO-DIA-DET.
           MOVE SPACES TO ALERTA-DIA-DET.
           IF AG-ATRASO NOT = ZEROS
               MOVE AG-ATRASO TO WS-MOSTRA-DIAS
               STRING "** ATRASADO " WS-MOSTRA-DIAS " DIA(S) **"
                   DELIMITED BY SIZE INTO ALERTA-DIA-DET.
           IF AG-ATRASO = ZEROS AND WS-AMD-R = WS-DATA
               MOVE "(hoje)" TO ALERTA-DIA-DET.
           IF NOT PRIMEIRO-88
               MOVE SPACES TO WS-LINHA-SAIDA
               PERFORM P-GRAVA-LINHA.
           MOVE LINHA-DIA TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.

       P-QUEBRA-PEDIDO.
           MOVE AG-PED TO WS-PED-ATUAL.
           ADD 1 TO WS-QTDE-PED.
           IF AG-ATRASO NOT = ZEROS
               ADD 1 TO WS-QTDE-ATRASO.
           MOVE AG-PED TO PED-DET.
           MOVE AG-FORN TO FORN-DET.
           MOVE AG-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NOME-DET
               NOT INVALID KEY
                   MOVE FORN-NOME TO NOME-DET
           END-READ.
           MOVE LINHA-PED TO WS-LINHA-SAIDA.
           PERFORM P-GRAVA-LINHA.

      *-----uma linha em PED04.TXT, na impressora e na tela-------------*
       P-GRAVA-LINHA.
           WRITE REG-ARQSAID FROM WS-LINHA-SAIDA.
           IF IMPRIME-88
               WRITE REG-RELATO FROM WS-LINHA-SAIDA.
           DISPLAY (LIN, 01) WS-LINHA-SAIDA.
           ADD 1 TO LIN.
           IF LIN > 21
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (03 00) ERASE
               MOVE 4 TO LIN.

      *-----numero juliano, mesmo criterio do BANCO09-------------------*
       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----------------------------------------------------------*
      * Perfil de impressora EM USO (PERFIL.DAT / BANCO67): carrega*
      * os codigos de condensado/normal; sem arquivo ou sem perfil *
      * ativo, nenhum codigo e mandado p/ a impressora.            *
      *-----------------------------------------------------------*
       P-LE-PERFIL.
           OPEN INPUT PERFIL.
           IF FS-PERFIL NOT = "00"
               CLOSE PERFIL
               EXIT PARAGRAPH.
       P-LE-PERFIL-LER.
           READ PERFIL NEXT RECORD
               AT END
                   CLOSE PERFIL
                   EXIT PARAGRAPH.
           IF NOT PERFIL-EM-USO
               GO TO P-LE-PERFIL-LER.
           MOVE PERFIL-LIGA-1  TO WS-LIGA-1.
           MOVE PERFIL-LIGA-2  TO WS-LIGA-2.
           MOVE PERFIL-DESL-1  TO WS-DESLIGA-1.
           MOVE PERFIL-DESL-2  TO WS-DESLIGA-2.
           CLOSE PERFIL.

       P-LIGA-IMPRESSORA.
           IF WS-LIGA-1 NOT = ZEROS
               WRITE REG-RELATO FROM WS-LIGA.

       P-DESLIGA-IMPRESSORA.
           IF WS-DESLIGA-1 NOT = ZEROS
               WRITE REG-RELATO FROM WS-DESLIGA.

       P-FIM.
           CLOSE PEDIDO FORN PEDITEM ESTOQUE.
           DISPLAY (01 01) ERASE.
           CHAIN "PED01.COM".
