       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO99.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    IMPORTACAO DO ARQUIVO DDA (DEBITO DIRETO AUTORIZADO)
      *    O banco entrega em DDA.TXT todo boleto registrado contra
      *    o CNPJ da empresa (EMPRESA-CNPJ, conferido no registro
      *    "0") com CNPJ do cedente, vencimento e valor, um
      *    registro "1" por boleto. Cada boleto e casado com um
      *    titulo em aberto do movimento (5000-9999, sem DATA-CONF)
      *    cujo favorecido tem o mesmo FORN-CNPJ (so os digitos
      *    contam, como no BANCO74), com o MESMO valor e o MESMO
      *    vencimento. O relatorio BANCO99.TXT sai em tres partes:
      *      1 boletos casados com titulo;
      *      2 boletos sem titulo - conta que nao conhecemos ou
      *        NF-e que o BANCO74 nao importou;
      *      3 titulos sem boleto, com vencimento dentro do periodo
      *        coberto pelo arquivo - o banco nao tem o que pagar.
      *    Assim o boleto esquecido aparece antes do protesto, nao
      *    depois. Nada e gravado no movimento. Menu Rotinas
      *    Bancarias, opcao 12.
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

           SELECT DDA       ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-DDA.

           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.

           SELECT EMPRESA   ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMPRESA-COD
                  FILE STATUS  IS FS-EMPRESA.

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

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      *-----------------------------------------------------------*
      * Arquivo DDA do banco, colunas fixas. Registro "0": CNPJ do *
      * sacado (a empresa). Registro "1": um boleto - CNPJ e nome  *
      * do cedente, vencimento DDMMAAAA, valor, nosso numero e     *
      * codigo de barras. Registro "9": fechamento (ignorado).     *
      *-----------------------------------------------------------*
       FD DDA               LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "DDA.TXT".
       01 REG-DDA.
           03 DDA-TIPO         PIC X(01).
           03 DDA-CNPJ-CED     PIC X(14).
           03 DDA-NOME-CED     PIC X(30).
           03 DDA-VCTO.
               05 DDA-DIA      PIC 99.
               05 DDA-MES      PIC 99.
               05 DDA-ANO      PIC 9(04).
           03 DDA-VALOR        PIC 9(09)V99.
           03 DDA-NOSSO-NUM    PIC X(20).
           03 DDA-COD-BARRAS   PIC X(44).
           03 FILLER           PIC X(22).
       01 REG-DDA-HEADER.
           03 FILLER           PIC X(01).
           03 DDA-CNPJ-SACADO  PIC X(14).
           03 FILLER           PIC X(135).

       COPY FORNMAST.

       COPY EMPRESA.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO99.TXT".
       01 REG-ARQSAID           PIC X(80).

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
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-SESSAO             PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS                   PIC XX.
       77 FS-DDA                PIC XX.
       77 FS-FORN               PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-DATA-BUF          PIC 9(08) VALUE ZEROS.
       77 WS-CNPJ-EMPRESA      PIC X(14) VALUE SPACES.

       77 WS-QTDE-BOLETOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CASADOS      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-CASADOS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-SEM-TIT      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-SEM-TIT     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-SEM-BOL      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-SEM-BOL     PIC 9(11)V99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----vencimento do boleto na ordem de VCTO-CHE e periodo------*
      *-----coberto pelo arquivo (menor e maior vencimento)-------------*
       01 WS-VCTO-BOL.
           03 ANO-BOL           PIC 9(04).
           03 MES-BOL           PIC 99.
           03 DIA-BOL           PIC 99.
       01 WS-VCTO-BOL-N REDEFINES WS-VCTO-BOL PIC 9(08).
       77 WS-PER-INI            PIC 9(08) VALUE ZEROS.
       77 WS-PER-FIM            PIC 9(08) VALUE ZEROS.

       01 WS-AMD-BUF            PIC 9(08) VALUE ZEROS.
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 ANO-AMD           PIC 9(04).
           03 MES-AMD           PIC 99.
           03 DIA-AMD           PIC 99.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

      *-----digitos de um CNPJ, sem a pontuacao (mesmo do BANCO74)-----*
       77 WS-SO-DIGITOS         PIC X(14) VALUE SPACES.
       77 WS-DIG-ENT            PIC X(18) VALUE SPACES.
       77 WS-DX                 PIC 99 VALUE ZEROS.
       77 WS-DY                 PIC 99 VALUE ZEROS.
       77 WS-CNPJ-BOL           PIC X(14) VALUE SPACES.

      *-----fornecedores com CNPJ: nome e os digitos do documento------*
       01 WS-TAB-FORN.
           03 WS-TF OCCURS 999 TIMES.
               05 WS-TF-NOME       PIC X(20).
               05 WS-TF-CNPJ       PIC X(14).
       77 WS-QTDE-FORN          PIC 9(03) VALUE ZEROS.
       77 WS-FX                 PIC 9(03) VALUE ZEROS.
       77 WS-CED-CONHECIDO      PIC X VALUE "N".
       88 CED-CONHECIDO-88      VALUE "S".

      *-----titulos em aberto, com o CNPJ do favorecido----------------*
       01 WS-TAB-TIT.
           03 WS-TT OCCURS 2000 TIMES.
               05 WS-TT-NUM        PIC X(06).
               05 WS-TT-DESCRI     PIC X(20).
               05 WS-TT-VCTO       PIC 9(08).
               05 WS-TT-VALOR      PIC 9(09)V99.
               05 WS-TT-CNPJ       PIC X(14).
               05 WS-TT-CASADO     PIC X.
       77 WS-QTDE-TIT           PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-TIT-FORA      PIC 9(05) VALUE ZEROS.
       77 WS-TX                 PIC 9(04) VALUE ZEROS.
       77 WS-TX-ACHADO          PIC 9(04) VALUE ZEROS.

      *-----boletos sem titulo, p/ a segunda parte do relatorio--------*
       01 WS-TAB-SEM.
           03 WS-SB OCCURS 500 TIMES.
               05 WS-SB-CNPJ       PIC X(14).
               05 WS-SB-NOME       PIC X(20).
               05 WS-SB-VCTO       PIC 9(08).
               05 WS-SB-VALOR      PIC 9(09)V99.
               05 WS-SB-MOTIVO     PIC X(14).
       77 WS-QTDE-SB            PIC 9(03) VALUE ZEROS.
       77 WS-SX                 PIC 9(03) VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(78) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(34) VALUE "Conferencia do DDA (DDA.TXT) - em ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).
       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 SECAO-DET        PIC X(60).
       01 LINHA-CASADO.
           02 F PIC X(01) VALUE SPACES.
           02 CAS-NUM-DET      PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 CAS-NOME-DET     PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 CAS-VCTO-DET     PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 CAS-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 CAS-NOSSO-DET    PIC X(20).
       01 LINHA-SEM-TIT.
           02 F PIC X(01) VALUE SPACES.
           02 SB-CNPJ-DET      PIC X(14).
           02 F PIC X(01) VALUE SPACES.
           02 SB-NOME-DET      PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 SB-VCTO-DET      PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 SB-VALOR-DET     PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SB-MOTIVO-DET    PIC X(14).
       01 LINHA-SEM-BOL.
           02 F PIC X(01) VALUE SPACES.
           02 TSB-NUM-DET      PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 TSB-NOME-DET     PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 TSB-VCTO-DET     PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 TSB-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 TSB-OBS-DET      PIC X(14).
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(26).
           02 QTDE-TOT-DET     PIC ZZ.ZZ9.
           02 F PIC X(04) VALUE " R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "DATA:  /  /  .".
           02 LINE 02 COLUMN 25 VALUE " E L D O R A D O " BLINK.
           02 LINE 01 COLUMN 70 VALUE "BANCO99" BLINK.
           02 LINE 04 COLUMN 20 VALUE "CONFERENCIA DO DDA".
      ********************************************

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-SESSAO.
           DISPLAY TELA.
           PERFORM P-DATA.
           OPEN INPUT DDA.
           IF FS-DDA NOT = "00"
               DISPLAY (22 04) "!! DDA.TXT NAO ENCONTRADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               CLOSE DDA
               CHAIN "BANCO40.COM".
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               CLOSE DDA BANCO
               CHAIN "BANCO40.COM".
           PERFORM P-LE-EMPRESA.
           PERFORM P-CONFERE-SACADO THRU P-CONFERE-SACADO-FIM.
           DISPLAY (06 04) "Carregando fornecedores e titulos...".
           PERFORM P-CARGA-FORN THRU P-CARGA-FORN-FIM.
           PERFORM P-CARGA-TIT THRU P-CARGA-TIT-FIM.
           CLOSE BANCO.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "1 - Boletos casados com titulo em aberto" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           DISPLAY (07 04) "Casando os boletos...".
           MOVE 99999999 TO WS-PER-INI.
           MOVE ZEROS TO WS-PER-FIM.

       LER-DDA.
           READ DDA NEXT RECORD
               AT END
                   GO TO P-FINAL.
           IF DDA-TIPO NOT = "1"
               GO TO LER-DDA.
           PERFORM P-CASA THRU P-CASA-FIM.
           GO TO LER-DDA.

      *-----------------------------------------------------------*
      * Um boleto: procura titulo em aberto ainda nao casado com o *
      * mesmo CNPJ, valor e vencimento. Casado vai direto p/ a     *
      * primeira parte; o resto fica guardado p/ a segunda.        *
      *-----------------------------------------------------------*
       P-CASA.
           ADD 1 TO WS-QTDE-BOLETOS.
           MOVE DDA-ANO TO ANO-BOL.
           MOVE DDA-MES TO MES-BOL.
           MOVE DDA-DIA TO DIA-BOL.
           IF WS-VCTO-BOL-N < WS-PER-INI
               MOVE WS-VCTO-BOL-N TO WS-PER-INI.
           IF WS-VCTO-BOL-N > WS-PER-FIM
               MOVE WS-VCTO-BOL-N TO WS-PER-FIM.
           MOVE DDA-CNPJ-CED TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           MOVE WS-SO-DIGITOS TO WS-CNPJ-BOL.
           MOVE ZEROS TO WS-TX WS-TX-ACHADO.
       P-CASA-LOOP.
           ADD 1 TO WS-TX.
           IF WS-TX > WS-QTDE-TIT
               GO TO P-CASA-NAO.
           IF WS-TT-CASADO (WS-TX) = "S"
               GO TO P-CASA-LOOP.
           IF WS-TT-CNPJ (WS-TX) NOT = WS-CNPJ-BOL
               GO TO P-CASA-LOOP.
           IF WS-TT-VALOR (WS-TX) NOT = DDA-VALOR
               GO TO P-CASA-LOOP.
           IF WS-TT-VCTO (WS-TX) NOT = WS-VCTO-BOL-N
               GO TO P-CASA-LOOP.
           MOVE "S" TO WS-TT-CASADO (WS-TX).
           ADD 1 TO WS-QTDE-CASADOS.
           ADD DDA-VALOR TO WS-VALOR-CASADOS.
           MOVE WS-TT-NUM (WS-TX) TO CAS-NUM-DET.
           MOVE WS-TT-DESCRI (WS-TX) TO CAS-NOME-DET.
           MOVE WS-VCTO-BOL-N TO WS-AMD-BUF.
           PERFORM P-DATA-DMA.
           MOVE WS-DATA-BUF TO CAS-VCTO-DET.
           MOVE DDA-VALOR TO CAS-VALOR-DET.
           MOVE DDA-NOSSO-NUM TO CAS-NOSSO-DET.
           WRITE REG-ARQSAID FROM LINHA-CASADO.
           GO TO P-CASA-FIM.
       P-CASA-NAO.
           ADD 1 TO WS-QTDE-SEM-TIT.
           ADD DDA-VALOR TO WS-VALOR-SEM-TIT.
           IF WS-QTDE-SB NOT < 500
               GO TO P-CASA-FIM.
           ADD 1 TO WS-QTDE-SB.
           MOVE WS-CNPJ-BOL TO WS-SB-CNPJ (WS-QTDE-SB).
           MOVE DDA-NOME-CED TO WS-SB-NOME (WS-QTDE-SB).
           MOVE WS-VCTO-BOL-N TO WS-SB-VCTO (WS-QTDE-SB).
           MOVE DDA-VALOR TO WS-SB-VALOR (WS-QTDE-SB).
           PERFORM P-ACHA-CEDENTE THRU P-ACHA-CEDENTE-FIM.
           IF CED-CONHECIDO-88
               MOVE "SEM TITULO" TO WS-SB-MOTIVO (WS-QTDE-SB)
           ELSE
               MOVE "CEDENTE S/CAD." TO WS-SB-MOTIVO (WS-QTDE-SB).
       P-CASA-FIM.

      *-----cedente esta no cadastro de fornecedores?------------------*
       P-ACHA-CEDENTE.
           MOVE "N" TO WS-CED-CONHECIDO.
           MOVE ZEROS TO WS-FX.
       P-ACHA-CEDENTE-LOOP.
           ADD 1 TO WS-FX.
           IF WS-FX > WS-QTDE-FORN
               GO TO P-ACHA-CEDENTE-FIM.
           IF WS-TF-CNPJ (WS-FX) NOT = WS-CNPJ-BOL
               GO TO P-ACHA-CEDENTE-LOOP.
           MOVE "S" TO WS-CED-CONHECIDO.
       P-ACHA-CEDENTE-FIM.

      *-----------------------------------------------------------*
      * Fim do arquivo: parte 2 (boletos sem titulo) e parte 3     *
      * (titulos em aberto, vencendo no periodo do arquivo, que    *
      * nenhum boleto casou) e os totais.                          *
      *-----------------------------------------------------------*
       P-FINAL.
           CLOSE DDA.
           MOVE "Casados.................." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-CASADOS TO QTDE-TOT-DET.
           MOVE WS-VALOR-CASADOS TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "2 - Boletos sem titulo no movimento" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-SX.
       P-FINAL-SEM-TIT.
           ADD 1 TO WS-SX.
           IF WS-SX > WS-QTDE-SB
               GO TO P-FINAL-SEM-BOL.
           MOVE WS-SB-CNPJ (WS-SX) TO SB-CNPJ-DET.
           MOVE WS-SB-NOME (WS-SX) TO SB-NOME-DET.
           MOVE WS-SB-VCTO (WS-SX) TO WS-AMD-BUF.
           PERFORM P-DATA-DMA.
           MOVE WS-DATA-BUF TO SB-VCTO-DET.
           MOVE WS-SB-VALOR (WS-SX) TO SB-VALOR-DET.
           MOVE WS-SB-MOTIVO (WS-SX) TO SB-MOTIVO-DET.
           WRITE REG-ARQSAID FROM LINHA-SEM-TIT.
           GO TO P-FINAL-SEM-TIT.
       P-FINAL-SEM-BOL.
           MOVE "Boletos sem titulo......." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-SEM-TIT TO QTDE-TOT-DET.
           MOVE WS-VALOR-SEM-TIT TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "3 - Titulos em aberto no periodo sem boleto no DDA"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-TX.
       P-FINAL-SEM-BOL-LOOP.
           ADD 1 TO WS-TX.
           IF WS-TX > WS-QTDE-TIT
               GO TO P-FINAL-TOTAL.
           IF WS-TT-CASADO (WS-TX) = "S"
               GO TO P-FINAL-SEM-BOL-LOOP.
           IF WS-TT-VCTO (WS-TX) < WS-PER-INI
                   OR WS-TT-VCTO (WS-TX) > WS-PER-FIM
               GO TO P-FINAL-SEM-BOL-LOOP.
           ADD 1 TO WS-QTDE-SEM-BOL.
           ADD WS-TT-VALOR (WS-TX) TO WS-VALOR-SEM-BOL.
           MOVE WS-TT-NUM (WS-TX) TO TSB-NUM-DET.
           MOVE WS-TT-DESCRI (WS-TX) TO TSB-NOME-DET.
           MOVE WS-TT-VCTO (WS-TX) TO WS-AMD-BUF.
           PERFORM P-DATA-DMA.
           MOVE WS-DATA-BUF TO TSB-VCTO-DET.
           MOVE WS-TT-VALOR (WS-TX) TO TSB-VALOR-DET.
           IF WS-TT-CNPJ (WS-TX) = SPACES
               MOVE "FORN S/ CNPJ" TO TSB-OBS-DET
           ELSE
               MOVE SPACES TO TSB-OBS-DET.
           WRITE REG-ARQSAID FROM LINHA-SEM-BOL.
           GO TO P-FINAL-SEM-BOL-LOOP.
       P-FINAL-TOTAL.
           MOVE "Titulos sem boleto......." TO ROTULO-TOT-DET.
           MOVE WS-QTDE-SEM-BOL TO QTDE-TOT-DET.
           MOVE WS-VALOR-SEM-BOL TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           DISPLAY (09 04) WS-QTDE-BOLETOS " boleto(s) no arquivo".
           MOVE WS-VALOR-CASADOS TO WS-MOSTRA-VALOR.
           DISPLAY (10 04) WS-QTDE-CASADOS " casado(s)          R$ "
               WS-MOSTRA-VALOR.
           MOVE WS-VALOR-SEM-TIT TO WS-MOSTRA-VALOR.
           DISPLAY (11 04) WS-QTDE-SEM-TIT " sem titulo         R$ "
               WS-MOSTRA-VALOR.
           MOVE WS-VALOR-SEM-BOL TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) WS-QTDE-SEM-BOL " titulo(s) s/boleto R$ "
               WS-MOSTRA-VALOR.
           IF WS-QTDE-TIT-FORA NOT = ZEROS
               DISPLAY (14 04) WS-QTDE-TIT-FORA
                   " titulo(s) alem da tabela - fora da conferencia".
           IF WS-QTDE-SEM-TIT > WS-QTDE-SB
               DISPLAY (15 04) "Lista de boletos sem titulo limitada"
                   " a 500 linhas".
           DISPLAY (17 04) "Relatorio em BANCO99.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           CHAIN "BANCO40.COM".

      *-----------------------------------------------------------*
      * O arquivo tem que ser da empresa da sessao: o CNPJ do      *
      * sacado no registro "0" confere com o EMPRESA-CNPJ (so os   *
      * digitos). Sem CNPJ cadastrado, confere nada e segue.       *
      *-----------------------------------------------------------*
       P-CONFERE-SACADO.
           READ DDA NEXT RECORD
               AT END
                   DISPLAY (22 04) "!! DDA.TXT VAZIO !!"
                   DISPLAY (23 04) " Tecle  -  <  ENTER  > "
                   ACCEPT WS-P
                   CLOSE DDA BANCO
                   CHAIN "BANCO40.COM".
           IF DDA-TIPO NOT = "0"
               DISPLAY (22 04) "!! DDA.TXT SEM REGISTRO DE ABERTURA !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               CLOSE DDA BANCO
               CHAIN "BANCO40.COM".
           IF WS-CNPJ-EMPRESA = SPACES
               GO TO P-CONFERE-SACADO-FIM.
           MOVE DDA-CNPJ-SACADO TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           IF WS-SO-DIGITOS NOT = WS-CNPJ-EMPRESA
               DISPLAY (22 04) "!! DDA.TXT E DE OUTRO CNPJ: "
                   DDA-CNPJ-SACADO " !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               CLOSE DDA BANCO
               CHAIN "BANCO40.COM".
       P-CONFERE-SACADO-FIM.

      *-----CNPJ da empresa da sessao (EMPRESA.DAT / BANCOEMP)---------*
       P-LE-EMPRESA.
           MOVE SPACES TO WS-CNPJ-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA NOT = "00"
               CLOSE EMPRESA
               EXIT PARAGRAPH.
           MOVE WS-EMPRESA-ATUAL TO EMPRESA-COD.
           READ EMPRESA
               INVALID KEY
                   CLOSE EMPRESA
                   EXIT PARAGRAPH.
           MOVE EMPRESA-CNPJ TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           MOVE WS-SO-DIGITOS TO WS-CNPJ-EMPRESA.
           CLOSE EMPRESA.

      *-----fornecedores que tem CNPJ, com os digitos ja limpos---------*
       P-CARGA-FORN.
           MOVE ZEROS TO WS-QTDE-FORN.
           OPEN INPUT FORN.
           IF FS-FORN NOT = "00"
               CLOSE FORN
               GO TO P-CARGA-FORN-FIM.
       P-CARGA-FORN-LER.
           READ FORN NEXT RECORD
               AT END
                   CLOSE FORN
                   GO TO P-CARGA-FORN-FIM.
           IF FORN-CNPJ = SPACES
               GO TO P-CARGA-FORN-LER.
           IF WS-QTDE-FORN NOT < 999
               GO TO P-CARGA-FORN-LER.
           ADD 1 TO WS-QTDE-FORN.
           MOVE FORN-NOME TO WS-TF-NOME (WS-QTDE-FORN).
           MOVE FORN-CNPJ TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           MOVE WS-SO-DIGITOS TO WS-TF-CNPJ (WS-QTDE-FORN).
           GO TO P-CARGA-FORN-LER.
       P-CARGA-FORN-FIM.

      *-----------------------------------------------------------*
      * Titulos em aberto (5000-9999, nao cancelados/estornados,   *
      * sem DATA-CONF) com o CNPJ do favorecido achado pelo nome   *
      * (DESCRI-CHE = FORN-NOME, o elo de sempre).                 *
      *-----------------------------------------------------------*
       P-CARGA-TIT.
           MOVE ZEROS TO WS-QTDE-TIT WS-QTDE-TIT-FORA.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-CARGA-TIT-FIM.
       P-CARGA-TIT-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-CARGA-TIT-FIM.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-SEQ < 5000
               GO TO P-CARGA-TIT-LER.
           IF CHE-CANCELADO OR CHE-ESTORNO
               GO TO P-CARGA-TIT-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-CARGA-TIT-LER.
           IF WS-QTDE-TIT NOT < 2000
               ADD 1 TO WS-QTDE-TIT-FORA
               GO TO P-CARGA-TIT-LER.
           ADD 1 TO WS-QTDE-TIT.
           MOVE NUM-CHE TO WS-TT-NUM (WS-QTDE-TIT).
           MOVE DESCRI-CHE TO WS-TT-DESCRI (WS-QTDE-TIT).
           MOVE VCTO-CHE TO WS-TT-VCTO (WS-QTDE-TIT).
           MOVE VALOR-CHE TO WS-TT-VALOR (WS-QTDE-TIT).
           MOVE "N" TO WS-TT-CASADO (WS-QTDE-TIT).
           MOVE SPACES TO WS-TT-CNPJ (WS-QTDE-TIT).
           MOVE ZEROS TO WS-FX.
       P-CARGA-TIT-FORN.
           ADD 1 TO WS-FX.
           IF WS-FX > WS-QTDE-FORN
               GO TO P-CARGA-TIT-LER.
           IF WS-TF-NOME (WS-FX) NOT = DESCRI-CHE
               GO TO P-CARGA-TIT-FORN.
           MOVE WS-TF-CNPJ (WS-FX) TO WS-TT-CNPJ (WS-QTDE-TIT).
           GO TO P-CARGA-TIT-LER.
       P-CARGA-TIT-FIM.

      *-----so os digitos de um CNPJ/CPF, p/ comparar sem pontuacao----*
       P-SO-DIGITOS.
           MOVE SPACES TO WS-SO-DIGITOS.
           MOVE ZEROS TO WS-DX.
           MOVE ZEROS TO WS-DY.
       P-SO-DIGITOS-LOOP.
           ADD 1 TO WS-DX.
           IF WS-DX > 18 OR WS-DY NOT < 14
               EXIT PARAGRAPH.
           IF WS-DIG-ENT(WS-DX:1) < "0" OR WS-DIG-ENT(WS-DX:1) > "9"
               GO TO P-SO-DIGITOS-LOOP.
           ADD 1 TO WS-DY.
           MOVE WS-DIG-ENT(WS-DX:1) TO WS-SO-DIGITOS(WS-DY:1).
           GO TO P-SO-DIGITOS-LOOP.

      *-----AAAAMMDD (WS-AMD-BUF) p/ DDMMAAAA (WS-DATA-BUF)-------------*
       P-DATA-DMA.
           COMPUTE WS-DATA-BUF = DIA-AMD * 1000000 + MES-AMD * 10000
               + ANO-AMD.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           DISPLAY (02 70) DIA.
           DISPLAY (02 73) MES.
           DISPLAY (02 76) ANO.
           MOVE DIA TO TIT-DIA.
           MOVE MES TO TIT-MES.
           MOVE ANO TO TIT-ANO.

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
