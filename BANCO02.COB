
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO02.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    ARQUIVO DE RELATORIOS (REIMPRESSAO DAS EMISSOES)
      *    Cada emissao dos relatorios (BANCO09/12/16/17/38/46/47
      *    e os relatorios do estoque MERCnn) fica guardada em
      *    RELARQ.DAT como saiu: programa, data, hora, terminal,
      *    operador, empresa da sessao e os filtros informados.
      *    <1> procura as emissoes por programa e periodo e
      *    reimprime ou exporta (BANCO02.TXT) a copia guardada -
      *    o relatorio de ontem sai igual ao que foi entregue,
      *    mesmo que o movimento tenha mudado depois. <2> expurga
      *    as emissoes mais velhas que o prazo de guarda; <3>
      *    altera o prazo (meses, em FILTRO.DAT sob "BANCO02").
      *    Menu Seguranca/Auditoria (BANCO70), opcao 24.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

           SELECT FILTRO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FILTRO-PROG
                  FILE STATUS IS FS-FILTRO.

           SELECT RELATO    ASSIGN TO PRINTER.

           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

           SELECT PERFIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       COPY RARQMAST.

       COPY FILTROMAST.

       COPY IMPRMAST.

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO02.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
       77 FS-RARQ               PIC XX.
       77 FS-FILTRO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-PERFIL             PIC XX.
      *-----codigos de controle do perfil de impressora EM USO---------*
      *-----(PERFIL.DAT / BANCO67); zeros = nao manda codigo-----------*
       01 WS-LIGA.
           03 WS-LIGA-1        PIC 999 COMP VALUE ZEROS.
           03 WS-LIGA-2        PIC 999 COMP VALUE ZEROS.
       01 WS-DESLIGA.
           03 WS-DESLIGA-1     PIC 999 COMP VALUE ZEROS.
           03 WS-DESLIGA-2     PIC 999 COMP VALUE ZEROS.
       01 WS-SALTO.
           03 WS-SALTO-1       PIC 999 COMP VALUE ZEROS.
           03 WS-SALTO-2       PIC 999 COMP VALUE ZEROS.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(70) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
      *-----busca: programa (brancos = todos) e periodo De / Ate-------*
       77 WS-BUSCA-PROG        PIC X(08) VALUE SPACES.
       77 DIA-INI              PIC 99 VALUE ZEROS.
       77 MES-INI              PIC 99 VALUE ZEROS.
       77 ANO-INI              PIC 9(04) VALUE ZEROS.
       77 DIA-FIM              PIC 99 VALUE ZEROS.
       77 MES-FIM              PIC 99 VALUE ZEROS.
       77 ANO-FIM              PIC 9(04) VALUE ZEROS.
       77 WS-DATA-INI          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
      *-----as emissoes da pagina na tela (ate 12), p/ a escolha-------*
       77 WS-QT-PAG            PIC 99 VALUE ZEROS.
       77 WS-QT-ACHADAS        PIC 9(05) VALUE ZEROS.
       77 WS-ESCOLHA           PIC 99 VALUE ZEROS.
       77 WS-FIM-BUSCA         PIC X VALUE "N".
       01 WS-TAB-EMISSAO.
           03 WS-TAB-CHAVE     PIC X(29) OCCURS 12 TIMES.
       01 WS-EMISSAO.
           03 WS-EMI-PROG      PIC X(08).
           03 WS-EMI-DATA      PIC 9(08).
           03 WS-EMI-HORA      PIC 9(06).
           03 WS-EMI-TERM      PIC 99.
           03 WS-EMI-LINHA     PIC 9(05).
       01 WS-EMI-DATA-R.
           03 WS-EMI-ANO       PIC 9(04).
           03 WS-EMI-MES       PIC 99.
           03 WS-EMI-DIA       PIC 99.
       01 WS-EMI-HORA-R.
           03 WS-EMI-HH        PIC 99.
           03 WS-EMI-MI        PIC 99.
           03 WS-EMI-SS        PIC 99.
       01 WS-MOSTRA-DATA.
           03 WS-MD-DIA        PIC 99.
           03 FILLER           PIC X VALUE "/".
           03 WS-MD-MES        PIC 99.
           03 FILLER           PIC X VALUE "/".
           03 WS-MD-ANO        PIC 9(04).
       01 WS-MOSTRA-HORA.
           03 WS-MH-HH         PIC 99.
           03 FILLER           PIC X VALUE ":".
           03 WS-MH-MI         PIC 99.
           03 FILLER           PIC X VALUE ":".
           03 WS-MH-SS         PIC 99.
       77 WS-QT-COPIADAS       PIC 9(05) VALUE ZEROS.
      *-----prazo de guarda em meses (FILTRO-CONTA de "BANCO02")-------*
       77 WS-PRAZO-MESES       PIC 99 VALUE 60.
       77 WS-MESES-CORTE       PIC 9(06) VALUE ZEROS.
       77 WS-CORTE             PIC 9(08) VALUE ZEROS.
       01 WS-CORTE-R.
           03 WS-CORTE-ANO     PIC 9(04).
           03 WS-CORTE-MES     PIC 99.
           03 WS-CORTE-DIA     PIC 99.
       77 WS-EXP-EMISSOES      PIC 9(05) VALUE ZEROS.
       77 WS-EXP-LINHAS        PIC 9(07) VALUE ZEROS.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO02" BLINK.
           02 LINE 02 COLUMN 25 VALUE " E L D O R A D O " BLINK.
           02 LINE 03 COLUMN 25 VALUE "ARQUIVO DE RELATORIOS".
           02 LINE 05 COLUMN 04 VALUE "<1> Consulta / Reimpressao".
           02 LINE 06 COLUMN 04 VALUE "<2> Expurgo de Emissoes Antigas".
           02 LINE 07 COLUMN 04 VALUE "<3> Prazo de Guarda".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".
      ********************************************

       PROCEDURE DIVISION.

       P00-ABRE.
           PERFORM P-LE-PERFIL.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           PERFORM P-LE-PRAZO.
           OPEN I-O RELARQ.
           IF FS-RARQ = "30" OR FS-RARQ = "35"
               CLOSE RELARQ
               OPEN OUTPUT RELARQ
               CLOSE RELARQ
               OPEN I-O RELARQ.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-EXPURGO THRU P-EXPURGO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-PRAZO THRU P-PRAZO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0"
               CLOSE RELARQ
               DISPLAY (01 01) ERASE
               CHAIN "BANCO70.COM".
           GO TO P01-MENU.

      *-----------------------------------------------------------*
      * Consulta: programa (brancos = todos) e periodo; lista as   *
      * emissoes achadas, 12 por tela, com data, hora, terminal,   *
      * operador, empresa, linhas e os filtros da emissao. Pelo    *
      * numero da linha escolhe-se a emissao a reimprimir.         *
      *-----------------------------------------------------------*
       P-CONSULTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO02".
           DISPLAY (02 04) "Programa (branco=todos)..=".
           ACCEPT (02 31) WS-BUSCA-PROG WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-INI = ZEROS
               MOVE 1 TO DIA-INI
               MOVE MES TO MES-INI
               MOVE ANO TO ANO-INI
               MOVE DIA TO DIA-FIM
               MOVE MES TO MES-FIM
               MOVE ANO TO ANO-FIM.
           DISPLAY (03 04) "De   :  /  /    .".
           ACCEPT (03 10) DIA-INI WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (03 13) MES-INI WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (03 16) ANO-INI WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (04 04) "Ate  :  /  /    .".
           ACCEPT (04 10) DIA-FIM WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 13) MES-FIM WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (04 16) ANO-FIM WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-DATA-INI = ANO-INI * 10000 + MES-INI * 100
               + DIA-INI.
           COMPUTE WS-DATA-FIM = ANO-FIM * 10000 + MES-FIM * 100
               + DIA-FIM.
           IF WS-DATA-FIM < WS-DATA-INI
               DISPLAY (22 04) "!! PERIODO INVALIDO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-CONSULTA-FIM.
           MOVE ZEROS TO WS-QT-ACHADAS.
           MOVE "N" TO WS-FIM-BUSCA.
           MOVE LOW-VALUES TO RARQ-CHAVE.
           IF WS-BUSCA-PROG NOT = SPACES
               MOVE WS-BUSCA-PROG TO RARQ-PROG
               MOVE WS-DATA-INI TO RARQ-DATA
               MOVE ZEROS TO RARQ-HORA RARQ-TERM RARQ-LINHA.
           START RELARQ KEY IS NOT LESS THAN RARQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA.
       P-CONSULTA-PAGINA.
           PERFORM P-CONSULTA-CABEC.
           MOVE ZEROS TO WS-QT-PAG.
           MOVE 8 TO LIN.
           IF WS-FIM-BUSCA = "S"
               GO TO P-CONSULTA-ESCOLHE.
       P-CONSULTA-LER.
           READ RELARQ NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-BUSCA
                   GO TO P-CONSULTA-ESCOLHE.
           IF WS-BUSCA-PROG NOT = SPACES
               AND RARQ-PROG NOT = WS-BUSCA-PROG
               MOVE "S" TO WS-FIM-BUSCA
               GO TO P-CONSULTA-ESCOLHE.
           IF RARQ-LINHA NOT = ZEROS
               GO TO P-CONSULTA-LER.
           IF RARQ-DATA < WS-DATA-INI OR RARQ-DATA > WS-DATA-FIM
               PERFORM P-PULA-EMISSAO
               GO TO P-CONSULTA-LER.
           ADD 1 TO WS-QT-PAG.
           ADD 1 TO WS-QT-ACHADAS.
           MOVE RARQ-CHAVE TO WS-TAB-CHAVE (WS-QT-PAG).
           PERFORM P-MOSTRA-EMISSAO.
           PERFORM P-PULA-EMISSAO.
           IF WS-QT-PAG < 12
               GO TO P-CONSULTA-LER.
       P-CONSULTA-ESCOLHE.
           IF WS-QT-ACHADAS = ZEROS
               DISPLAY (22 04) "Nenhuma emissao no periodo."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-CONSULTA-FIM.
           IF WS-FIM-BUSCA = "S"
               DISPLAY (22 04) "Fim das emissoes.  Numero p/ "
                   "reimprimir  <0> Sai"
           ELSE
               DISPLAY (22 04) "Numero p/ reimprimir  <ENTER> "
                   "Proxima tela  <0> Sai".
           MOVE 99 TO WS-ESCOLHA.
           ACCEPT (23 04) WS-ESCOLHA WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ESCOLHA = ZEROS
               GO TO P-CONSULTA-FIM.
           IF WS-ESCOLHA = 99
               IF WS-FIM-BUSCA = "S"
                   GO TO P-CONSULTA-FIM
               ELSE
                   GO TO P-CONSULTA-PAGINA.
           IF WS-ESCOLHA > WS-QT-PAG
               GO TO P-CONSULTA-ESCOLHE.
           PERFORM P-REIMPRIME THRU P-REIMPRIME-FIM.
           GO TO P-CONSULTA-PAGINA.
       P-CONSULTA-FIM.

       P-CONSULTA-CABEC.
           DISPLAY (06 00) ERASE.
           DISPLAY (06 02) "Nr Programa Data       Hora     Tm Op Em "
               "Linhas Filtros".
           DISPLAY (07 02) "-- -------- ---------- -------- -- -- -- "
               "------ --------------------------".

      *-----uma emissao por linha da tela------------------------------*
       P-MOSTRA-EMISSAO.
           MOVE RARQ-DATA TO WS-EMI-DATA-R.
           MOVE WS-EMI-DIA TO WS-MD-DIA.
           MOVE WS-EMI-MES TO WS-MD-MES.
           MOVE WS-EMI-ANO TO WS-MD-ANO.
           MOVE RARQ-HORA TO WS-EMI-HORA-R.
           MOVE WS-EMI-HH TO WS-MH-HH.
           MOVE WS-EMI-MI TO WS-MH-MI.
           MOVE WS-EMI-SS TO WS-MH-SS.
           DISPLAY (LIN, 02) WS-QT-PAG.
           DISPLAY (LIN, 05) RARQ-PROG.
           DISPLAY (LIN, 14) WS-MOSTRA-DATA.
           DISPLAY (LIN, 25) WS-MOSTRA-HORA.
           DISPLAY (LIN, 34) RARQ-TERM.
           DISPLAY (LIN, 37) RARQ-OPER-COD.
           DISPLAY (LIN, 40) RARQ-EMPRESA.
           DISPLAY (LIN, 43) RARQ-QT-LINHAS.
           DISPLAY (LIN, 50) RARQ-FILTRO(1:30).
           ADD 1 TO LIN.

      *-----as linhas da emissao nao interessam a busca: o START-------*
      *-----vai direto p/ o cabecalho da emissao seguinte--------------*
       P-PULA-EMISSAO.
           MOVE 99999 TO RARQ-LINHA.
           START RELARQ KEY IS GREATER THAN RARQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA.

      *-----------------------------------------------------------*
      * Reimpressao: le o cabecalho guardado, mostra a emissao por *
      * inteiro (filtros completos) e copia as linhas, na ordem,   *
      * p/ a impressora ou p/ BANCO02.TXT - sem cabecalho novo,    *
      * sem recalculo: sai exatamente o que saiu na emissao.       *
      *-----------------------------------------------------------*
       P-REIMPRIME.
           MOVE WS-TAB-CHAVE (WS-ESCOLHA) TO RARQ-CHAVE.
           READ RELARQ
               INVALID KEY
                   DISPLAY (22 04) "!! EMISSAO NAO ENCONTRADA !!"
                   DISPLAY (23 04) " Tecle  -  <  ENTER  > "
                   ACCEPT WS-P
                   GO TO P-REIMPRIME-VOLTA.
           MOVE RARQ-CHAVE TO WS-EMISSAO.
           DISPLAY (06 00) ERASE.
           MOVE RARQ-DATA TO WS-EMI-DATA-R.
           MOVE WS-EMI-DIA TO WS-MD-DIA.
           MOVE WS-EMI-MES TO WS-MD-MES.
           MOVE WS-EMI-ANO TO WS-MD-ANO.
           MOVE RARQ-HORA TO WS-EMI-HORA-R.
           MOVE WS-EMI-HH TO WS-MH-HH.
           MOVE WS-EMI-MI TO WS-MH-MI.
           MOVE WS-EMI-SS TO WS-MH-SS.
           DISPLAY (07 04) "Programa.....: " RARQ-PROG
               "  arquivo " RARQ-ARQUIVO.
           DISPLAY (08 04) "Emitido em...: " WS-MOSTRA-DATA
               " as " WS-MOSTRA-HORA "  terminal " RARQ-TERM.
           DISPLAY (09 04) "Operador.....: " RARQ-OPER-COD
               "   Empresa: " RARQ-EMPRESA.
           DISPLAY (10 04) "Linhas.......: " RARQ-QT-LINHAS.
           DISPLAY (11 04) "Filtros......: " RARQ-FILTRO.
           DISPLAY (13 04) "<1> Reimprimir  <2> Exportar p/ "
               "BANCO02.TXT  <0> Volta".
           MOVE SPACES TO WS-CONF.
           ACCEPT (13 63) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "1"
               OPEN OUTPUT RELATO
               PERFORM P-LIGA-IMPRESSORA
               PERFORM P-COPIA-EMISSAO THRU P-COPIA-EMISSAO-FIM
               PERFORM P-DESLIGA-IMPRESSORA
               CLOSE RELATO
               DISPLAY (15 04) WS-QT-COPIADAS
                   " linha(s) enviadas p/ a impressora."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P.
           IF WS-CONF = "2"
               OPEN OUTPUT ARQSAID
               PERFORM P-COPIA-EMISSAO THRU P-COPIA-EMISSAO-FIM
               CLOSE ARQSAID
               DISPLAY (15 04) WS-QT-COPIADAS
                   " linha(s) gravadas em BANCO02.TXT."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P.
      *     volta p/ a mesma tela da busca: reposiciona no inicio
      *     da pagina que estava na tela
       P-REIMPRIME-VOLTA.
           SUBTRACT WS-QT-PAG FROM WS-QT-ACHADAS.
           MOVE WS-TAB-CHAVE (1) TO RARQ-CHAVE.
           MOVE "N" TO WS-FIM-BUSCA.
           START RELARQ KEY IS NOT LESS THAN RARQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA.
       P-REIMPRIME-FIM.

      *-----linhas 00001 em diante da emissao escolhida; a leitura----*
      *-----para quando a chave ja e de outra emissao------------------*
       P-COPIA-EMISSAO.
           MOVE ZEROS TO WS-QT-COPIADAS.
           MOVE WS-EMISSAO TO RARQ-CHAVE.
           MOVE 1 TO RARQ-LINHA.
           START RELARQ KEY IS NOT LESS THAN RARQ-CHAVE
               INVALID KEY
                   GO TO P-COPIA-EMISSAO-FIM.
       P-COPIA-EMISSAO-LER.
           READ RELARQ NEXT RECORD
               AT END
                   GO TO P-COPIA-EMISSAO-FIM.
           IF RARQ-PROG NOT = WS-EMI-PROG
               OR RARQ-DATA NOT = WS-EMI-DATA
               OR RARQ-HORA NOT = WS-EMI-HORA
               OR RARQ-TERM NOT = WS-EMI-TERM
               GO TO P-COPIA-EMISSAO-FIM.
           IF WS-CONF = "1"
               WRITE REG-RELATO FROM RARQ-TEXTO
           ELSE
               WRITE REG-ARQSAID FROM RARQ-TEXTO.
           ADD 1 TO WS-QT-COPIADAS.
           GO TO P-COPIA-EMISSAO-LER.
       P-COPIA-EMISSAO-FIM.

      *-----------------------------------------------------------*
      * Expurgo: apaga as emissoes (cabecalho e linhas) com data   *
      * anterior a hoje menos o prazo de guarda em meses.          *
      *-----------------------------------------------------------*
       P-EXPURGO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO02".
           COMPUTE WS-MESES-CORTE = ANO * 12 + MES - 1
               - WS-PRAZO-MESES.
           DIVIDE WS-MESES-CORTE BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE DIA TO WS-CORTE-DIA.
           MOVE WS-CORTE-R TO WS-CORTE.
           MOVE WS-CORTE-DIA TO WS-MD-DIA.
           MOVE WS-CORTE-MES TO WS-MD-MES.
           MOVE WS-CORTE-ANO TO WS-MD-ANO.
           DISPLAY (03 04) "Prazo de guarda..........: "
               WS-PRAZO-MESES " meses".
           DISPLAY (04 04) "Expurga emissoes antes de: "
               WS-MOSTRA-DATA.
           DISPLAY (06 04) "Confirma o expurgo ?  < S/N >".
           MOVE SPACES TO WS-CONF.
           ACCEPT (06 35) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-EXPURGO-FIM.
           MOVE ZEROS TO WS-EXP-EMISSOES WS-EXP-LINHAS.
           MOVE LOW-VALUES TO RARQ-CHAVE.
           START RELARQ KEY IS NOT LESS THAN RARQ-CHAVE
               INVALID KEY
                   GO TO P-EXPURGO-TOTAL.
       P-EXPURGO-LER.
           READ RELARQ NEXT RECORD
               AT END
                   GO TO P-EXPURGO-TOTAL.
           IF RARQ-DATA NOT < WS-CORTE
               GO TO P-EXPURGO-LER.
           DELETE RELARQ RECORD
               INVALID KEY
                   GO TO P-EXPURGO-LER.
           IF RARQ-LINHA = ZEROS
               ADD 1 TO WS-EXP-EMISSOES
           ELSE
               ADD 1 TO WS-EXP-LINHAS.
           GO TO P-EXPURGO-LER.
       P-EXPURGO-TOTAL.
           DISPLAY (08 04) "Emissoes expurgadas......: "
               WS-EXP-EMISSOES.
           DISPLAY (09 04) "Linhas expurgadas........: "
               WS-EXP-LINHAS.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-EXPURGO-FIM.

      *-----prazo de guarda em FILTRO.DAT ("BANCO02"): meses em--------*
      *-----FILTRO-CONTA; sem registro, 60 meses-----------------------*
       P-LE-PRAZO.
           OPEN INPUT FILTRO.
           IF FS-FILTRO NOT = "00"
               CLOSE FILTRO
               EXIT PARAGRAPH.
           MOVE "BANCO02" TO FILTRO-PROG.
           READ FILTRO
               INVALID KEY
                   CLOSE FILTRO
                   EXIT PARAGRAPH.
           IF FILTRO-CONTA NOT = ZEROS
               MOVE FILTRO-CONTA TO WS-PRAZO-MESES.
           CLOSE FILTRO.

       P-PRAZO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO02".
           OPEN I-O FILTRO.
           IF FS-FILTRO = "30" OR FS-FILTRO = "35"
               CLOSE FILTRO
               OPEN OUTPUT FILTRO
               CLOSE FILTRO
               OPEN I-O FILTRO.
           MOVE "BANCO02" TO FILTRO-PROG.
           READ FILTRO
               INVALID KEY
                   MOVE "BANCO02" TO FILTRO-PROG
                   MOVE ZEROS TO FILTRO-DIA-INI FILTRO-MES-INI
                       FILTRO-ANO-INI FILTRO-DIA-FIM FILTRO-MES-FIM
                       FILTRO-ANO-FIM FILTRO-DEPTO
                   MOVE WS-PRAZO-MESES TO FILTRO-CONTA
                   MOVE SPACES TO FILTRO-BUSCA
                   WRITE REG-FILTRO
                   MOVE "BANCO02" TO FILTRO-PROG
                   READ FILTRO
               END-READ.
       P-PRAZO-PEDE.
           DISPLAY (03 04) "Prazo de guarda (meses)..=".
           ACCEPT (03 31) WS-PRAZO-MESES WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-PRAZO-MESES = ZEROS
               DISPLAY (22 04) "!! PRAZO MINIMO DE 1 MES !!"
               GO TO P-PRAZO-PEDE.
           MOVE WS-PRAZO-MESES TO FILTRO-CONTA.
           REWRITE REG-FILTRO.
           CLOSE FILTRO.
           DISPLAY (22 04) WS-LIMPA.
           DISPLAY (05 04) "Prazo gravado.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-PRAZO-FIM.

      *-----------------------------------------------------------*
      * Perfil de impressora EM USO (PERFIL.DAT / BANCO67): carrega*
      * os codigos de condensado/normal/salto; sem arquivo ou sem  *
      * perfil ativo, nenhum codigo e mandado p/ a impressora.     *
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
           MOVE PERFIL-SALTO-1 TO WS-SALTO-1.
           MOVE PERFIL-SALTO-2 TO WS-SALTO-2.
           CLOSE PERFIL.

       P-LIGA-IMPRESSORA.
           IF WS-LIGA-1 NOT = ZEROS
               WRITE REG-RELATO FROM WS-LIGA.

       P-DESLIGA-IMPRESSORA.
           IF WS-DESLIGA-1 NOT = ZEROS
               WRITE REG-RELATO FROM WS-DESLIGA.
