       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO19.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    LIVRO DE REGISTRO DE ENTRADAS (NF-E IMPORTADAS)
      *    Le o registro fiscal gravado pela importacao de NF-e
      *    (NFENT.DAT / BANCO74) da empresa da sessao e, dentro do
      *    mes de entrada informado, lista nota a nota (entrada,
      *    numero/serie, fornecedor, titulo, valor contabil, base
      *    e ICMS, IPI e ICMS-ST) e depois o resumo por CFOP de
      *    entrada + aliquota, com o total geral - o que o
      *    contador precisa sem redigitar nada. Sai na tela e,
      *    a escolha, na impressora ou no arquivo BANCO19.TXT.
      *    Menu principal, opcao 49.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFENT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFE-CHAVE
                  FILE STATUS IS FS-NFENT.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT LIVRO ASSIGN TO DISK.
           SELECT RELATO    ASSIGN TO PRINTER.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT PERFIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
       COPY NFENTMAST.

       COPY FORNMAST.

      *-----------------------------------------------------------*
      * Tipo 1 = nota (K1 = entrada AAAAMMDD, K2 = numero);        *
      * tipo 2 = linha CFOP + aliquota (K1 = CFOP e aliquota).     *
      *-----------------------------------------------------------*
       SD LIVRO.
       01 REG-LIVRO.
           03 LIV-TIPO         PIC 9.
           03 LIV-K1           PIC 9(08).
           03 LIV-K2           PIC 9(09).
           03 LIV-SERIE        PIC 9(03).
           03 LIV-FORN         PIC 9(03).
           03 LIV-NUM-CHE      PIC X(06).
           03 LIV-CFOP         PIC 9(04).
           03 LIV-ALIQ         PIC 99V99.
           03 LIV-CONTABIL     PIC 9(09)V99.
           03 LIV-BC           PIC 9(09)V99.
           03 LIV-ICMS         PIC 9(09)V99.
           03 LIV-IPI          PIC 9(09)V99.
           03 LIV-ST           PIC 9(09)V99.

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO19.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY IMPRMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      ***********************************
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
      *-----codigos de controle do perfil de impressora EM USO---------*
      *-----(PERFIL.DAT / BANCO67); zeros = nao manda codigo------------*
       01 WS-LIGA.
           03 WS-LIGA-1        PIC 999 COMP VALUE ZEROS.
           03 WS-LIGA-2        PIC 999 COMP VALUE ZEROS.
       01 WS-DESLIGA.
           03 WS-DESLIGA-1     PIC 999 COMP VALUE ZEROS.
           03 WS-DESLIGA-2     PIC 999 COMP VALUE ZEROS.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-NFENT              PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-PERFIL             PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
      *-----destino da listagem: T = so tela, I = impressora,----------*
      *-----A = arquivo BANCO19.TXT-------------------------------------*
       77 WS-DESTINO           PIC X VALUE "T".
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88          VALUE "S".
       77 WS-TIPO-ATUAL        PIC 9 VALUE ZEROS.
       77 WS-K1-ATUAL          PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-NOTAS        PIC 9(05) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----mes de entrada pedido, em faixa AAAAMMDD-------------------*
       77 WS-MES-LIVRO          PIC 99 VALUE ZEROS.
       77 WS-ANO-LIVRO          PIC 9(04) VALUE ZEROS.
       77 WS-AMD-INI            PIC 9(08) VALUE ZEROS.
       77 WS-AMD-FIM            PIC 9(08) VALUE ZEROS.
       01 WS-AMD.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       01 WS-AMD-R REDEFINES WS-AMD PIC 9(08).

      *-----CFOP + aliquota na chave do SORT (CFOP * 10000 + aliq)-----*
       01 WS-CF-CHAVE.
           03 WS-CFK-CFOP       PIC 9(04).
           03 WS-CFK-ALIQ       PIC 99V99.
       01 WS-CF-CHAVE-R REDEFINES WS-CF-CHAVE PIC 9(08).

      *-----acumulado da linha CFOP corrente; total geral pelos--------*
      *-----totais de cada nota (vNF e <ICMSTot>)-----------------------*
       01 WS-AC-CFOP.
           03 WS-AC-CONTABIL    PIC 9(11)V99.
           03 WS-AC-BC          PIC 9(11)V99.
           03 WS-AC-ICMS        PIC 9(11)V99.
           03 WS-AC-IPI         PIC 9(11)V99.
           03 WS-AC-ST          PIC 9(11)V99.
       01 WS-AC-GERAL.
           03 WS-TG-CONTABIL    PIC 9(11)V99.
           03 WS-TG-BC          PIC 9(11)V99.
           03 WS-TG-ICMS        PIC 9(11)V99.
           03 WS-TG-IPI         PIC 9(11)V99.
           03 WS-TG-ST          PIC 9(11)V99.

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(34) VALUE "Livro de Registro de Entradas    ".
           02 F PIC X(09) VALUE "Empresa ".
           02 EMP-TIT          PIC 99.
           02 F PIC X(09) VALUE "   Mes: ".
           02 MES-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT          PIC 9(04).
       01 LINHA-CAB-COL.
           02 F PIC X(02) VALUE SPACES.
           02 CAB-COL-1        PIC X(14).
           02 F PIC X(13) VALUE " Vl.Contabil".
           02 F PIC X(13) VALUE "   Base ICMS".
           02 F PIC X(12) VALUE "       ICMS".
           02 F PIC X(11) VALUE "        IPI".
           02 F PIC X(11) VALUE "    ICMS-ST".
      *-----nota: identificacao numa linha, valores na de baixo--------*
       01 LINHA-NOTA.
           02 F PIC X(02) VALUE SPACES.
           02 DIA-NOTA-DET     PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-NOTA-DET     PIC 99.
           02 F PIC X(05) VALUE "  NF ".
           02 NUM-NOTA-DET     PIC 9(09).
           02 F PIC X(01) VALUE "/".
           02 SERIE-NOTA-DET   PIC 9(03).
           02 F PIC X(02) VALUE SPACES.
           02 FORN-NOTA-DET    PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-NOTA-DET    PIC X(20).
           02 F PIC X(06) VALUE "  Tit ".
           02 CHE-NOTA-DET     PIC X(06).
       01 LINHA-VALORES.
           02 F PIC X(02) VALUE SPACES.
           02 COL-1-DET        PIC X(14).
           02 CONTABIL-DET     PIC ZZZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 BC-DET           PIC ZZZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 ICMS-DET         PIC ZZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 IPI-DET          PIC ZZZZZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 ST-DET           PIC ZZZZZZ9,99.
      *-----primeira coluna da linha de resumo: CFOP e aliquota--------*
       01 WS-COL-CFOP.
           02 CFOP-DET         PIC 9.999.
           02 F PIC X(02) VALUE SPACES.
           02 ALIQ-DET         PIC Z9,99.
           02 F PIC X(02) VALUE "% ".
       01 LINHA-RESUMO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(33) VALUE "Resumo por CFOP e aliquota".
       01 LINHA-QTDE.
           02 F PIC X(02) VALUE SPACES.
           02 QTDE-DET         PIC ZZZZ9.
           02 F PIC X(20) VALUE " nota(s) no mes".
       01 WS-LINHA-SAIDA        PIC X(80).

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO19" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Livro de Registro de Entradas "
               BLINK.

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-SESSAO.
           PERFORM P-LE-PERFIL.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           DISPLAY TELA.
           OPEN INPUT NFENT.
           IF FS-NFENT NOT = "00"
               DISPLAY (22 04) "!! NFENT.DAT NAO ENCONTRADO - "
                   "IMPORTE AS NF-E (OPCAO 35) !!"
               ACCEPT WS-P
               CLOSE NFENT
               DISPLAY (01 01) ERASE
               CHAIN "BANCO.COM".
           OPEN INPUT FORN.
           MOVE MES TO WS-MES-LIVRO.
           MOVE ANO TO WS-ANO-LIVRO.

       P-PERIODO.
           DISPLAY (04 04) "Mes de entrada (0=Sai)..:   /    .".
           ACCEPT (04 30) WS-MES-LIVRO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-MES-LIVRO = ZEROS
               PERFORM P-FIM.
           IF WS-MES-LIVRO > 12
               GO TO P-PERIODO.
           ACCEPT (04 33) WS-ANO-LIVRO WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (05 04) "Saida < T=Tela I=Impressora A=Arquivo >: ".
           MOVE "T" TO WS-DESTINO.
           ACCEPT (05 46) WS-DESTINO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-DESTINO = "i"
               MOVE "I" TO WS-DESTINO.
           IF WS-DESTINO = "a"
               MOVE "A" TO WS-DESTINO.
           COMPUTE WS-AMD-INI = WS-ANO-LIVRO * 10000
               + WS-MES-LIVRO * 100 + 1.
           COMPUTE WS-AMD-FIM = WS-ANO-LIVRO * 10000
               + WS-MES-LIVRO * 100 + 31.
           MOVE ZEROS TO WS-AC-GERAL.
           MOVE ZEROS TO WS-QTDE-NOTAS.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE ZEROS TO WS-TIPO-ATUAL.
           IF WS-DESTINO = "I"
               OPEN OUTPUT RELATO
               PERFORM P-LIGA-IMPRESSORA.
           IF WS-DESTINO = "A"
               OPEN OUTPUT ARQSAID.
           MOVE WS-EMPRESA-ATUAL TO EMP-TIT.
           MOVE WS-MES-LIVRO TO MES-TIT.
           MOVE WS-ANO-LIVRO TO ANO-TIT.
           DISPLAY TELA.
           MOVE 4 TO LIN.
           PERFORM P-SAI-TRACO.
           MOVE LINHA-TITULO TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           PERFORM P-SAI-TRACO.
           SORT LIVRO ON ASCENDING KEY LIV-TIPO LIV-K1 LIV-K2
               INPUT PROCEDURE IS P-SORT-ENTRADA
                   THRU P-SORT-ENTRADA-FIM
               OUTPUT PROCEDURE IS P-SORT-SAIDA
                   THRU P-SORT-SAIDA-FIM.
           IF WS-DESTINO = "I"
               PERFORM P-DESLIGA-IMPRESSORA
               CLOSE RELATO.
           IF WS-DESTINO = "A"
               CLOSE ARQSAID
               DISPLAY (22 04) "Gravado em BANCO19.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           DISPLAY TELA.
           GO TO P-PERIODO.

      *-----------------------------------------------------------*
      * Entrada do SORT: cabecalhos (notas) e linhas CFOP da       *
      * empresa da sessao com entrada no mes.                      *
      *-----------------------------------------------------------*
       P-SORT-ENTRADA.
           MOVE LOW-VALUES TO NFE-CHAVE.
           START NFENT KEY IS NOT LESS THAN NFE-CHAVE
               INVALID KEY
                   GO TO P-SORT-ENTRADA-FIM.
       P-SORT-ENTRADA-LER.
           READ NFENT NEXT RECORD
               AT END
                   GO TO P-SORT-ENTRADA-FIM.
           IF NFE-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-SORT-ENTRADA-LER.
           IF NFE-ENTRADA < WS-AMD-INI OR NFE-ENTRADA > WS-AMD-FIM
               GO TO P-SORT-ENTRADA-LER.
           MOVE NFE-SERIE TO LIV-SERIE.
           MOVE NFE-FORN TO LIV-FORN.
           MOVE NFE-NUM-CHE TO LIV-NUM-CHE.
           MOVE NFE-CFOP TO LIV-CFOP.
           MOVE NFE-ALIQ TO LIV-ALIQ.
           MOVE NFE-VL-CONTABIL TO LIV-CONTABIL.
           MOVE NFE-VL-BC TO LIV-BC.
           MOVE NFE-VL-ICMS TO LIV-ICMS.
           MOVE NFE-VL-IPI TO LIV-IPI.
           MOVE NFE-VL-ST TO LIV-ST.
           IF NFE-CABECALHO
               MOVE 1 TO LIV-TIPO
               MOVE NFE-ENTRADA TO LIV-K1
               MOVE NFE-NUMERO TO LIV-K2
           ELSE
               MOVE 2 TO LIV-TIPO
               MOVE NFE-CFOP TO WS-CFK-CFOP
               MOVE NFE-ALIQ TO WS-CFK-ALIQ
               MOVE WS-CF-CHAVE-R TO LIV-K1
               MOVE ZEROS TO LIV-K2.
           RELEASE REG-LIVRO.
           GO TO P-SORT-ENTRADA-LER.
       P-SORT-ENTRADA-FIM.

      *-----saida do SORT: notas, depois o resumo por CFOP/aliquota----*
       P-SORT-SAIDA.
           RETURN LIVRO
               AT END
                   GO TO P-SORT-SAIDA-ULTIMO.
           IF LIV-TIPO NOT = WS-TIPO-ATUAL
               PERFORM P-FECHA-CFOP
               PERFORM P-CABECALHO-TIPO
               MOVE LIV-TIPO TO WS-TIPO-ATUAL
               MOVE "S" TO WS-PRIMEIRO.
           IF LIV-TIPO = 1
               PERFORM P-LISTA-NOTA
               GO TO P-SORT-SAIDA.
           IF NOT PRIMEIRO-88 AND LIV-K1 NOT = WS-K1-ATUAL
               PERFORM P-FECHA-CFOP.
           IF PRIMEIRO-88 OR LIV-K1 NOT = WS-K1-ATUAL
               MOVE LIV-K1 TO WS-K1-ATUAL
               MOVE "N" TO WS-PRIMEIRO
               MOVE ZEROS TO WS-AC-CFOP.
           ADD LIV-CONTABIL TO WS-AC-CONTABIL.
           ADD LIV-BC TO WS-AC-BC.
           ADD LIV-ICMS TO WS-AC-ICMS.
           ADD LIV-IPI TO WS-AC-IPI.
           ADD LIV-ST TO WS-AC-ST.
           GO TO P-SORT-SAIDA.
       P-SORT-SAIDA-ULTIMO.
           PERFORM P-FECHA-CFOP.
           PERFORM P-SAI-TRACO.
           MOVE "Total do mes" TO COL-1-DET.
           MOVE WS-TG-CONTABIL TO CONTABIL-DET.
           MOVE WS-TG-BC TO BC-DET.
           MOVE WS-TG-ICMS TO ICMS-DET.
           MOVE WS-TG-IPI TO IPI-DET.
           MOVE WS-TG-ST TO ST-DET.
           MOVE LINHA-VALORES TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE WS-QTDE-NOTAS TO QTDE-DET.
           MOVE LINHA-QTDE TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           PERFORM P-SAI-TRACO.
       P-SORT-SAIDA-FIM.

       P-CABECALHO-TIPO.
           IF LIV-TIPO = 2
               PERFORM P-SAI-TRACO
               MOVE LINHA-RESUMO TO WS-LINHA-SAIDA
               PERFORM P-SAI-LINHA
               MOVE "CFOP   Aliq." TO CAB-COL-1
           ELSE
               MOVE "Nota" TO CAB-COL-1.
           MOVE LINHA-CAB-COL TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.

      *-----uma nota: identificacao e valores (totais da nota)---------*
       P-LISTA-NOTA.
           ADD 1 TO WS-QTDE-NOTAS.
           MOVE LIV-K1 TO WS-AMD-R.
           MOVE WS-AMD-DIA TO DIA-NOTA-DET.
           MOVE WS-AMD-MES TO MES-NOTA-DET.
           MOVE LIV-K2 TO NUM-NOTA-DET.
           MOVE LIV-SERIE TO SERIE-NOTA-DET.
           MOVE LIV-FORN TO FORN-NOTA-DET.
           MOVE LIV-FORN TO FORN-COD.
           READ FORN
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NOME-NOTA-DET
               NOT INVALID KEY
                   MOVE FORN-NOME TO NOME-NOTA-DET
           END-READ.
           MOVE LIV-NUM-CHE TO CHE-NOTA-DET.
           MOVE LINHA-NOTA TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE SPACES TO COL-1-DET.
           MOVE LIV-CONTABIL TO CONTABIL-DET.
           MOVE LIV-BC TO BC-DET.
           MOVE LIV-ICMS TO ICMS-DET.
           MOVE LIV-IPI TO IPI-DET.
           MOVE LIV-ST TO ST-DET.
           MOVE LINHA-VALORES TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           ADD LIV-CONTABIL TO WS-TG-CONTABIL.
           ADD LIV-BC TO WS-TG-BC.
           ADD LIV-ICMS TO WS-TG-ICMS.
           ADD LIV-IPI TO WS-TG-IPI.
           ADD LIV-ST TO WS-TG-ST.

      *-----fecha a linha do CFOP + aliquota corrente e soma no geral--*
       P-FECHA-CFOP.
           IF WS-TIPO-ATUAL NOT = 2 OR PRIMEIRO-88
               EXIT PARAGRAPH.
           MOVE WS-K1-ATUAL TO WS-CF-CHAVE-R.
           MOVE WS-CFK-CFOP TO CFOP-DET.
           MOVE WS-CFK-ALIQ TO ALIQ-DET.
           MOVE WS-COL-CFOP TO COL-1-DET.
           MOVE WS-AC-CONTABIL TO CONTABIL-DET.
           MOVE WS-AC-BC TO BC-DET.
           MOVE WS-AC-ICMS TO ICMS-DET.
           MOVE WS-AC-IPI TO IPI-DET.
           MOVE WS-AC-ST TO ST-DET.
           MOVE LINHA-VALORES TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE ZEROS TO WS-AC-CFOP.
           MOVE "S" TO WS-PRIMEIRO.

       P-SAI-TRACO.
           MOVE LINHA-TRACO TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.

      *-----a linha montada em WS-LINHA-SAIDA vai p/ a tela e p/ o--------*
      *-----destino escolhido (impressora ou BANCO19.TXT)--------------*
       P-SAI-LINHA.
           IF WS-DESTINO = "I"
               WRITE REG-RELATO FROM WS-LINHA-SAIDA.
           IF WS-DESTINO = "A"
               WRITE REG-ARQSAID FROM WS-LINHA-SAIDA.
           DISPLAY (LIN, 01) WS-LINHA-SAIDA.
           ADD 1 TO LIN.
           IF LIN > 21
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (03 00) ERASE
               MOVE 4 TO LIN.

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

      *-----------------------------------------------------------*
      * Empresa da sessao: o livro e so das notas dela.            *
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

       P-FIM.
           CLOSE NFENT FORN.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
