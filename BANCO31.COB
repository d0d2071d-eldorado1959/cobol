       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO31.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    MUDANCAS DE DADOS BANCARIOS DE FORNECEDOR
      *    Lista, a partir da data informada, toda mudanca de
      *    banco/agencia/conta/PIX aplicada em FORN.DAT (BANCOFS)
      *    e registrada em VERFORN.DAT: quando entrou, quem pediu e
      *    quem aplicou, o ANTES e o DEPOIS e a situacao da
      *    verificacao por telefone - EM VERIFICACAO (pagamentos
      *    do favorecido retidos), VERIFICADA ou RECUSADA, com o
      *    supervisor que ligou e com quem falou. Sai na tela e no
      *    arquivo BANCO31.TXT.
      *    Menu de Seguranca/Auditoria (BANCO70), opcao 21.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-VERF.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY VERFMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO31.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-VERF               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-AMD-INI           PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-TOT          PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-PEND         PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-VERIF        PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-RECUS        PIC 9(04) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----mudancas a partir de (DDMMAAAA, como digitada)------------*
       01 WS-DATA-INI.
           03 DIA-INI           PIC 99.
           03 MES-INI           PIC 99.
           03 ANO-INI           PIC 9(04).

      *-----data AAAAMMDD quebrada p/ imprimir-------------------------*
       01 WS-AMD.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       01 WS-AMD-R REDEFINES WS-AMD PIC 9(08).

       01 WS-LINHA-SAIDA        PIC X(80).

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
           02 F PIC X(37) VALUE "Mudancas de Dados Bancarios desde ".
           02 DIA-TIT PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-TIT PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 DIA-MUD-DET      PIC 99.
           02 f pic x value "/".
           02 MES-MUD-DET      PIC 99.
           02 f pic x value "/".
           02 ANO-MUD-DET      PIC 9(04).
           02 f pic x(01) value spaces.
           02 COD-DET          PIC 9(03).
           02 f pic x(01) value spaces.
           02 NOME-DET         PIC X(20).
           02 f pic x(01) value spaces.
           02 SITUACAO-DET     PIC X(14).
           02 F PIC X(06) VALUE " pediu".
           02 PEDIU-DET        PIC Z9.
           02 F PIC X(05) VALUE " apl.".
           02 APLICOU-DET      PIC Z9.

       01 LINHA-DADOS.
           02 f pic x(06) value spaces.
           02 ROTULO-DADOS     PIC X(07).
           02 BANCO-DADOS      PIC X(10).
           02 f pic x(01) value spaces.
           02 AGENCIA-DADOS    PIC X(06).
           02 f pic x(01) value spaces.
           02 CONTA-DADOS      PIC X(12).
           02 F PIC X(05) VALUE " PIX ".
           02 PIX-DADOS        PIC X(32).

       01 LINHA-VERIF.
           02 f pic x(06) value spaces.
           02 F PIC X(07) VALUE "fone : ".
           02 DIA-VER-DET      PIC 99.
           02 f pic x value "/".
           02 MES-VER-DET      PIC 99.
           02 f pic x value "/".
           02 ANO-VER-DET      PIC 9(04).
           02 F PIC X(04) VALUE " op ".
           02 OPER-VER-DET     PIC 99.
           02 F PIC X(03) VALUE " - ".
           02 CONTATO-VER-DET  PIC X(30).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 QTDE-TOT-DET     PIC ZZZ9.
           02 F PIC X(11) VALUE " mudanca(s)".
           02 F PIC X(03) VALUE " - ".
           02 QTDE-PEND-DET    PIC ZZZ9.
           02 F PIC X(15) VALUE " em verificacao".
           02 F PIC X(02) VALUE ", ".
           02 QTDE-VERIF-DET   PIC ZZZ9.
           02 F PIC X(12) VALUE " verificadas".
           02 F PIC X(02) VALUE ", ".
           02 QTDE-RECUS-DET   PIC ZZZ9.
           02 F PIC X(10) VALUE " recusadas".

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "DATA:  /  /  .".
           02 LINE 02 COLUMN 25 VALUE " E L D O R A D O " BLINK.
           02 LINE 01 COLUMN 70 VALUE "BANCO31" BLINK.
           02 LINE 04 COLUMN 18 VALUE
               "MUDANCAS DE DADOS BANCARIOS DE FORNECEDOR".
      ********************************************

       PROCEDURE DIVISION.

       ABRIR.
           DISPLAY TELA.
           PERFORM P-DATA.
           DISPLAY (06 10) "Mudancas a partir de :  /  /    .".
           MOVE 1 TO DIA-INI.
           MOVE MES TO MES-INI.
           MOVE ANO TO ANO-INI.
           ACCEPT (06 33) DIA-INI WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 36) MES-INI WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 39) ANO-INI WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-DATA-INI = ZEROS
               CHAIN "BANCO70.COM".
           COMPUTE WS-AMD-INI = ANO-INI * 10000 + MES-INI * 100
               + DIA-INI.
           OPEN INPUT VERFORN.
           IF FS-VERF NOT = "00"
               CLOSE VERFORN
               DISPLAY (22 04) "Nenhuma mudanca registrada."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               CHAIN "BANCO70.COM".
           PERFORM P-LISTA THRU P-LISTA-FIM.
           CLOSE VERFORN.
           DISPLAY (22 04) "Gravado em BANCO31.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           CHAIN "BANCO70.COM".

      *************************************************

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

      *-----------------------------------------------------------*
      * Uma mudanca por bloco: linha da mudanca (data, fornecedor, *
      * situacao, quem pediu/aplicou), ANTES, DEPOIS e - quando ja *
      * houve a ligacao - quem verificou e com quem falou.         *
      *-----------------------------------------------------------*
       P-LISTA.
           MOVE DIA-INI TO DIA-TIT.
           MOVE MES-INI TO MES-TIT.
           MOVE ANO-INI TO ANO-TIT.
           OPEN OUTPUT ARQSAID.
           DISPLAY TELA.
           PERFORM P-DATA.
           MOVE 4 TO LIN.
           PERFORM P-SAI-TRACO.
           MOVE LINHA-CABEC1 TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE LINHA-TITULO TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           PERFORM P-SAI-TRACO.
           MOVE ZEROS TO WS-QTDE-TOT WS-QTDE-PEND WS-QTDE-VERIF
               WS-QTDE-RECUS.
           MOVE LOW-VALUES TO VF-CHAVE.
           START VERFORN KEY IS NOT LESS THAN VF-CHAVE
               INVALID KEY
                   GO TO P-LISTA-TOTAL.
       P-LISTA-LER.
           READ VERFORN NEXT RECORD
               AT END
                   GO TO P-LISTA-TOTAL.
           IF VF-DATA < WS-AMD-INI
               GO TO P-LISTA-LER.
           ADD 1 TO WS-QTDE-TOT.
           MOVE VF-DATA TO WS-AMD-R.
           MOVE WS-AMD-DIA TO DIA-MUD-DET.
           MOVE WS-AMD-MES TO MES-MUD-DET.
           MOVE WS-AMD-ANO TO ANO-MUD-DET.
           MOVE VF-FORN-COD TO COD-DET.
           MOVE VF-FORN-NOME TO NOME-DET.
           IF VF-EM-VERIFICACAO
               MOVE "EM VERIFICACAO" TO SITUACAO-DET
               ADD 1 TO WS-QTDE-PEND.
           IF VF-VERIFICADA
               MOVE "VERIFICADA" TO SITUACAO-DET
               ADD 1 TO WS-QTDE-VERIF.
           IF VF-RECUSADA
               MOVE "RECUSADA" TO SITUACAO-DET
               ADD 1 TO WS-QTDE-RECUS.
           MOVE VF-OPER-PEDIU TO PEDIU-DET.
           MOVE VF-OPER-APLICOU TO APLICOU-DET.
           MOVE LINHA-DET TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE "antes: " TO ROTULO-DADOS.
           MOVE VF-ANT-BANCO TO BANCO-DADOS.
           MOVE VF-ANT-AGENCIA TO AGENCIA-DADOS.
           MOVE VF-ANT-CONTA TO CONTA-DADOS.
           MOVE VF-ANT-PIX TO PIX-DADOS.
           MOVE LINHA-DADOS TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           MOVE "depois:" TO ROTULO-DADOS.
           MOVE VF-NOVO-BANCO TO BANCO-DADOS.
           MOVE VF-NOVO-AGENCIA TO AGENCIA-DADOS.
           MOVE VF-NOVO-CONTA TO CONTA-DADOS.
           MOVE VF-NOVO-PIX TO PIX-DADOS.
           MOVE LINHA-DADOS TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           IF VF-EM-VERIFICACAO
               GO TO P-LISTA-LER.
           MOVE VF-VERIF-DATA TO WS-AMD-R.
           MOVE WS-AMD-DIA TO DIA-VER-DET.
           MOVE WS-AMD-MES TO MES-VER-DET.
           MOVE WS-AMD-ANO TO ANO-VER-DET.
           MOVE VF-VERIF-OPER TO OPER-VER-DET.
           MOVE VF-CONTATO TO CONTATO-VER-DET.
           MOVE LINHA-VERIF TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           GO TO P-LISTA-LER.
       P-LISTA-TOTAL.
           PERFORM P-SAI-TRACO.
           MOVE WS-QTDE-TOT TO QTDE-TOT-DET.
           MOVE WS-QTDE-PEND TO QTDE-PEND-DET.
           MOVE WS-QTDE-VERIF TO QTDE-VERIF-DET.
           MOVE WS-QTDE-RECUS TO QTDE-RECUS-DET.
           MOVE LINHA-TOTAL TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.
           PERFORM P-SAI-TRACO.
           CLOSE ARQSAID.
       P-LISTA-FIM.

       P-SAI-TRACO.
           MOVE LINHA-TRACO TO WS-LINHA-SAIDA.
           PERFORM P-SAI-LINHA.

      *-----a linha montada em WS-LINHA-SAIDA vai p/ a tela e p/ o--------*
      *-----BANCO31.TXT------------------------------------------------*
       P-SAI-LINHA.
           WRITE REG-ARQSAID FROM WS-LINHA-SAIDA.
           DISPLAY (LIN, 01) WS-LINHA-SAIDA.
           ADD 1 TO LIN.
           IF LIN > 21
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (03 00) ERASE
               MOVE 4 TO LIN.
