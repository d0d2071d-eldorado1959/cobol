
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO95.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CONCILIACAO BANCARIA MENSAL
      *    O BANCO41 casa o extrato com o movimento e o BANCO47 da
      *    o saldo do razao, mas a folha que o contador pede todo
      *    mes - saldo do banco de um lado, saldo dos livros do
      *    outro, e a explicacao da diferenca - era montada a mao
      *    com as duas listagens. Aqui, p/ a conta e o mes
      *    escolhidos: parte do saldo final do extrato (digitado),
      *    tira os pagamentos ja baixados no razao que o banco
      *    ainda nao compensou (nenhuma linha casada em CONCIL.DAT
      *    ate o fim do mes; so conta o que foi pago a partir da
      *    primeira linha de extrato importada da conta - o que
      *    e anterior o banco compensou antes da conciliacao
      *    existir), soma as transferencias recebidas
      *    ainda em transito, acerta as linhas do extrato que nao
      *    casaram com nada (as sobras do BANCO41) e chega ao saldo
      *    do razao na mesma data - o que sobrar e a diferenca nao
      *    explicada. Os creditos que o BANCO41 casou com deposito
      *    do cofre (DEPCOFRE.DAT) ou com recebivel (RECEBER.DAT)
      *    nao tem lancamento no razao: saem em secoes proprias,
      *    com total, e acertam o saldo do banco como as sobras;
      *    o deposito do cofre ainda aguardando o banco no fim do
      *    mes sai listado como deposito em transito (informativo
      *    - tambem fora do razao). Sai em BANCO95.TXT com as
      *    linhas de assinatura; o "Imprimir?" copia p/ a
      *    impressora.
      *    Rotinas Bancarias, opcao 09.
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

           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.

           SELECT CTA       ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTA-COD
                  FILE STATUS  IS FS-CTA.

           SELECT CONCIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONC-CHAVE
                  ALTERNATE RECORD KEY IS CONC-NUM-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONC-TRB-NUM
                      WITH DUPLICATES
                  FILE STATUS IS FS-CONC.

           SELECT DEPCOFRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEP-NUM
                  FILE STATUS IS FS-DEP.

           SELECT RELATO    ASSIGN TO PRINTER.

           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

           SELECT ARQENT    ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ENT.

           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

           SELECT PERFIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY CTAMAST.

       COPY TRFBMAST.

       COPY CONCMAST.

       COPY DEPCMAST.

       COPY IMPRMAST.

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO95.TXT".
       01 REG-ARQSAID           PIC X(80).

      *-----o mesmo BANCO95.TXT reaberto p/ leitura na hora de---------*
      *-----copiar a folha pronta p/ a impressora-----------------------*
       FD ARQENT             LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO95.TXT".
       01 REG-ARQENT            PIC X(80).

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
       77 FS-PERFIL             PIC XX.
      *-----codigos de controle do perfil de impressora EM USO---------*
      *-----(PERFIL.DAT / BANCO67); zeros = nao manda codigo------------*
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
       77 FS-CTA                PIC XX.
       77 FS-TRB                PIC XX.
       77 FS-CONC               PIC XX.
       77 FS-DEP                PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-ENT                PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-NUM-CONTA         PIC 99 VALUE ZEROS.
       77 WS-CONTA             PIC X(10) VALUE SPACES.
       77 WS-MOSTRA-SALDO      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

      *-----mes da conciliacao e o ultimo dia dele em AAAAMMDD----------*
       77 WS-CON-MES           PIC 99 VALUE ZEROS.
       77 WS-CON-ANO           PIC 9(04) VALUE ZEROS.
       77 WS-FIM-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-TESTA-AMD         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8             PIC 9(08).
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           03 WS-D8-DIA         PIC 99.
           03 WS-D8-MES         PIC 99.
           03 WS-D8-ANO         PIC 9(04).

      *-----os numeros da folha-----------------------------------------*
       77 WS-SALDO-EXTRATO     PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-RAZAO       PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-AJUSTADO    PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-CIRCULA       PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-TRANSITO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-SOBRA-DEB     PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-SOBRA-CRED    PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CIRCULA      PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-TRANSITO     PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-SOBRA        PIC 9(04) VALUE ZEROS.
      *-----creditos casados pelo BANCO41 sem lancamento no razao-----*
      *-----(D = deposito do cofre, R = recebivel) e os depositos-----*
      *-----do cofre ainda aguardando o banco--------------------------*
       77 WS-SIT-LISTA         PIC X VALUE SPACES.
       77 WS-TOT-CASADO        PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CASADO       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-DEP-CRED      PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-REC-CRED      PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CRED         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-DEP-TRANS     PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTDE-DEP-TRANS    PIC 9(04) VALUE ZEROS.

      *-----compensacao procurada em CONCIL.DAT documento a---------*
      *-----documento; so entra em circulacao o que foi pago a-------*
      *-----partir da primeira linha de extrato da conta-------------*
       77 WS-TEM-CONCIL        PIC X VALUE "N".
       77 WS-INI-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88             VALUE "S".

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
           02 F PIC X(24) VALUE "Conciliacao Bancaria de ".
           02 MES-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT          PIC 9(04).
           02 F PIC X(09) VALUE " - Conta ".
           02 CONTA-TIT        PIC X(10).

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET        PIC X(60).

       01 LINHA-DET.
           02 f pic x(04) value spaces.
           02 NUM-DET          PIC X(06).
           02 f pic x(02) value spaces.
           02 NOME-DET         PIC X(20).
           02 f pic x(02) value spaces.
           02 DATA-DET         PIC 9(08).
           02 F PIC X(03) VALUE " R$".
           02 VALOR-DET        PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 ROTULO-TOT-DET   PIC X(40).
           02 F PIC X(03) VALUE "R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-ASSINA.
           02 f pic x(02) value spaces.
           02 F PIC X(30) VALUE "______________________________".
           02 f pic x(06) value spaces.
           02 F PIC X(30) VALUE "______________________________".
       01 LINHA-ASSINA-NOME.
           02 f pic x(02) value spaces.
           02 F PIC X(30) VALUE "    Responsavel financeiro    ".
           02 f pic x(06) value spaces.
           02 F PIC X(30) VALUE "          Contador            ".

       01 LINHA-TRACO.
           02 f pic x(64) value ALL "-".

       01 LINHA-BRANCO.
           02 f pic x(80) value spaces.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "DATA:  /  /  .".
           02 LINE 02 COLUMN 25 VALUE " E L D O R A D O " BLINK.
           02 LINE 01 COLUMN 70 VALUE "BANCO95" BLINK.
           02 LINE 04 COLUMN 22 VALUE "CONCILIACAO BANCARIA MENSAL".
      ********************************************

       PROCEDURE DIVISION.

       ABRIR.
           PERFORM P-LE-PERFIL.
           PERFORM P-LE-SESSAO.
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO (BCO) NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE BANCO
               CHAIN "BANCO40.COM".
           OPEN INPUT CTA.

       P-PEDE-CONTA.
           DISPLAY TELA.
           PERFORM P-DATA.
           DISPLAY (06 04) "Conta..............=".
           DISPLAY (06 50) "<99>Lista <0>Sai".
           ACCEPT (06 25) WS-NUM-CONTA WITH PROMPT AUTO-SKIP.
           DISPLAY (06 50) WS-LIMPA.
           IF WS-NUM-CONTA = ZEROS
               CLOSE BANCO CTA
               CHAIN "BANCO40.COM".
           IF WS-NUM-CONTA = 99
               PERFORM P-LISTA-CTA THRU P-LISTA-CTA-FIM
               GO TO P-PEDE-CONTA.
           MOVE WS-NUM-CONTA TO CTA-COD.
           READ CTA
               INVALID KEY
                   DISPLAY (22 04) "!! CONTA NAO CADASTRADA !!"
                   DISPLAY (23 04) " Tecle  -  <  ENTER  > "
                   ACCEPT WS-P
                   GO TO P-PEDE-CONTA.
           MOVE CTA-NOME TO WS-CONTA.
           DISPLAY (06 25) WS-CONTA.
           MOVE MES TO WS-CON-MES.
           MOVE ANO TO WS-CON-ANO.
           DISPLAY (07 04) "Mes MM/AAAA........=   /    ".
           ACCEPT (07 25) WS-CON-MES WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-CON-MES = ZEROS OR WS-CON-MES > 12
               GO TO P-PEDE-CONTA.
           ACCEPT (07 28) WS-CON-ANO WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-FIM-AMD =
               WS-CON-ANO * 10000 + WS-CON-MES * 100 + 31.
           DISPLAY (08 04) "Saldo final extrato=".
           MOVE ZEROS TO WS-SALDO-EXTRATO.
           ACCEPT (08 25) WS-SALDO-EXTRATO WITH PROMPT.
           MOVE WS-SALDO-EXTRATO TO WS-MOSTRA-SALDO.
           DISPLAY (08 25) WS-MOSTRA-SALDO.
           DISPLAY (10 04) "Conciliando...".
           MOVE ZEROS TO WS-TOT-CIRCULA WS-TOT-TRANSITO
                         WS-TOT-SOBRA-DEB WS-TOT-SOBRA-CRED
                         WS-QTDE-CIRCULA WS-QTDE-TRANSITO
                         WS-QTDE-SOBRA.
           MOVE ZEROS TO WS-TOT-DEP-CRED WS-TOT-REC-CRED
                         WS-QTDE-CRED WS-TOT-DEP-TRANS
                         WS-QTDE-DEP-TRANS.
           MOVE CTA-SALDO-INI TO WS-SALDO-RAZAO.
           OPEN OUTPUT ARQSAID.
           PERFORM P-CABEC-ARQ.
           PERFORM P-CARREGA-COMPENS THRU P-CARREGA-COMPENS-FIM.
           MOVE "(-) Pagamentos baixados e ainda nao compensados"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           PERFORM P-VARRE-BCO THRU P-VARRE-BCO-FIM.
           PERFORM P-VARRE-TRANSF THRU P-VARRE-TRANSF-FIM.
           MOVE "Total em circulacao....................."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-CIRCULA TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           MOVE "(+) Depositos / transferencias em transito"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           PERFORM P-LISTA-TRANSITO THRU P-LISTA-TRANSITO-FIM.
           PERFORM P-FECHA-COMPENS.
           MOVE "Total em transito......................."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-TRANSITO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           MOVE "(+/-) Linhas do extrato sem lancamento (sobras)"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           PERFORM P-LISTA-SOBRAS THRU P-LISTA-SOBRAS-FIM.
           MOVE "(+) Debitos do banco sem lancamento....."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-SOBRA-DEB TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "(-) Creditos do banco sem lancamento...."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-SOBRA-CRED TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           MOVE "(-) Creditos casados c/ deposito do cofre"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE "D" TO WS-SIT-LISTA.
           PERFORM P-LISTA-CASADOS THRU P-LISTA-CASADOS-FIM.
           MOVE WS-TOT-CASADO TO WS-TOT-DEP-CRED.
           MOVE "Total depositos do cofre creditados....."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-DEP-CRED TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           MOVE "(-) Creditos casados c/ recebiveis (RECEBER)"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE "R" TO WS-SIT-LISTA.
           PERFORM P-LISTA-CASADOS THRU P-LISTA-CASADOS-FIM.
           MOVE WS-TOT-CASADO TO WS-TOT-REC-CRED.
           MOVE "Total recebiveis creditados............."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-REC-CRED TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           MOVE "Depositos do cofre em transito (informativo)"
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           PERFORM P-LISTA-DEP-TRANS THRU P-LISTA-DEP-TRANS-FIM.
           MOVE "Total depositos em transito............."
               TO ROTULO-TOT-DET.
           MOVE WS-TOT-DEP-TRANS TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           PERFORM P-FINAL-IMP.
           GO TO P-PEDE-CONTA.

      *-----------------------------------------------------------*
      * Abre CONCIL.DAT p/ as consultas por documento e acha a     *
      * primeira linha de extrato da empresa + conta: o que foi    *
      * pago antes dela o banco ja compensou antes de haver        *
      * conciliacao e nao entra em circulacao. Conta ainda sem     *
      * extrato importado comeca no dia 1 do mes pedido.           *
      *-----------------------------------------------------------*
       P-CARREGA-COMPENS.
           MOVE "N" TO WS-TEM-CONCIL.
           COMPUTE WS-INI-AMD =
               WS-CON-ANO * 10000 + WS-CON-MES * 100 + 1.
           OPEN INPUT CONCIL.
           IF FS-CONC NOT = "00"
               CLOSE CONCIL
               GO TO P-CARREGA-COMPENS-FIM.
           MOVE "S" TO WS-TEM-CONCIL.
           MOVE WS-EMPRESA-ATUAL TO CONC-EMPRESA.
           MOVE WS-NUM-CONTA TO CONC-CONTA.
           MOVE ZEROS TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQ.
           START CONCIL KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   GO TO P-CARREGA-COMPENS-FIM.
           READ CONCIL NEXT RECORD
               AT END
                   GO TO P-CARREGA-COMPENS-FIM.
           IF CONC-EMPRESA = WS-EMPRESA-ATUAL
                   AND CONC-CONTA = WS-NUM-CONTA
                   AND CONC-DATA NOT > WS-FIM-AMD
               MOVE CONC-DATA TO WS-INI-AMD.
       P-CARREGA-COMPENS-FIM.

       P-FECHA-COMPENS.
           IF WS-TEM-CONCIL = "S"
               CLOSE CONCIL.
           MOVE "N" TO WS-TEM-CONCIL.

      *-----------------------------------------------------------*
      * Razao da conta na data (mesma regra do BANCO47: documento  *
      * conferido abate VALOR-PAGO) e, de passagem, os baixados    *
      * que o banco ainda nao compensou.                           *
      *-----------------------------------------------------------*
       P-VARRE-BCO.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-VARRE-BCO-FIM.
       P-VARRE-BCO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-VARRE-BCO-FIM.
           IF CONTA-CHE NOT = WS-CONTA
               GO TO P-VARRE-BCO-LER.
           IF CHE-CANCELADO
               GO TO P-VARRE-BCO-LER.
           IF DATA-CONF = ZEROS
               GO TO P-VARRE-BCO-LER.
           MOVE DATA-CONF TO WS-DATA-8.
           COMPUTE WS-TESTA-AMD =
               WS-D8-ANO * 10000 + WS-D8-MES * 100 + WS-D8-DIA.
           IF WS-TESTA-AMD > WS-FIM-AMD
               GO TO P-VARRE-BCO-LER.
           SUBTRACT VALOR-PAGO FROM WS-SALDO-RAZAO.
           IF WS-TESTA-AMD < WS-INI-AMD
               GO TO P-VARRE-BCO-LER.
           PERFORM P-PROCURA-COMPENS THRU P-PROCURA-COMPENS-FIM.
           IF ACHOU-88
               GO TO P-VARRE-BCO-LER.
           ADD 1 TO WS-QTDE-CIRCULA.
           ADD VALOR-PAGO TO WS-TOT-CIRCULA.
           MOVE NUM-CHE     TO NUM-DET.
           MOVE DESCRI-CHE  TO NOME-DET.
           MOVE DATA-CONF   TO DATA-DET.
           MOVE VALOR-PAGO  TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-VARRE-BCO-LER.
       P-VARRE-BCO-FIM.

      *-----documento de BCO.DAT casado (C/A) nesta conta ate o-------*
      *-----fim do mes, pela chave alternada CONC-NUM-CHE--------------*
       P-PROCURA-COMPENS.
           MOVE "N" TO WS-ACHOU.
           IF WS-TEM-CONCIL NOT = "S"
               GO TO P-PROCURA-COMPENS-FIM.
           MOVE NUM-CHE TO CONC-NUM-CHE.
           START CONCIL KEY IS NOT LESS THAN CONC-NUM-CHE
               INVALID KEY
                   GO TO P-PROCURA-COMPENS-FIM.
       P-PROCURA-COMPENS-LER.
           READ CONCIL NEXT RECORD
               AT END
                   GO TO P-PROCURA-COMPENS-FIM.
           IF CONC-NUM-CHE NOT = NUM-CHE
               GO TO P-PROCURA-COMPENS-FIM.
           IF CONC-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR CONC-CONTA NOT = WS-NUM-CONTA
                   OR CONC-DATA > WS-FIM-AMD
               GO TO P-PROCURA-COMPENS-LER.
           IF NOT CONC-CASOU-DOCTO AND NOT CONC-DEB-AUTO
               GO TO P-PROCURA-COMPENS-LER.
           MOVE "S" TO WS-ACHOU.
       P-PROCURA-COMPENS-FIM.

      *-----transferencia (T) casada nesta conta ate o fim do mes,----*
      *-----pela chave alternada CONC-TRB-NUM--------------------------*
       P-PROCURA-TRB.
           MOVE "N" TO WS-ACHOU.
           IF WS-TEM-CONCIL NOT = "S"
               GO TO P-PROCURA-TRB-FIM.
           MOVE TRB-NUM TO CONC-TRB-NUM.
           START CONCIL KEY IS NOT LESS THAN CONC-TRB-NUM
               INVALID KEY
                   GO TO P-PROCURA-TRB-FIM.
       P-PROCURA-TRB-LER.
           READ CONCIL NEXT RECORD
               AT END
                   GO TO P-PROCURA-TRB-FIM.
           IF CONC-TRB-NUM NOT = TRB-NUM
               GO TO P-PROCURA-TRB-FIM.
           IF CONC-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR CONC-CONTA NOT = WS-NUM-CONTA
                   OR CONC-DATA > WS-FIM-AMD
                   OR NOT CONC-CASOU-TRANSF
               GO TO P-PROCURA-TRB-LER.
           MOVE "S" TO WS-ACHOU.
       P-PROCURA-TRB-FIM.

      *-----------------------------------------------------------*
      * Transferencias entre contas (BANCO81) ate o fim do mes:    *
      * saida abate do razao e, sem linha no extrato, e pagamento  *
      * em circulacao; a entrada soma e, sem linha, esta em        *
      * transito (listada na secao seguinte).                      *
      *-----------------------------------------------------------*
       P-VARRE-TRANSF.
           OPEN INPUT TRANSFB.
           IF FS-TRB NOT = "00"
               CLOSE TRANSFB
               GO TO P-VARRE-TRANSF-FIM.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   CLOSE TRANSFB
                   GO TO P-VARRE-TRANSF-FIM.
       P-VARRE-TRANSF-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   CLOSE TRANSFB
                   GO TO P-VARRE-TRANSF-FIM.
           IF NOT TRB-ATIVA
               GO TO P-VARRE-TRANSF-LER.
           IF TRB-CTA-ORIG NOT = WS-NUM-CONTA
               AND TRB-CTA-DEST NOT = WS-NUM-CONTA
               GO TO P-VARRE-TRANSF-LER.
           COMPUTE WS-TESTA-AMD =
               TRB-ANO * 10000 + TRB-MES * 100 + TRB-DIA.
           IF WS-TESTA-AMD > WS-FIM-AMD
               GO TO P-VARRE-TRANSF-LER.
           IF TRB-CTA-DEST = WS-NUM-CONTA
               ADD TRB-VALOR TO WS-SALDO-RAZAO
               GO TO P-VARRE-TRANSF-LER.
           SUBTRACT TRB-VALOR FROM WS-SALDO-RAZAO.
           IF WS-TESTA-AMD < WS-INI-AMD
               GO TO P-VARRE-TRANSF-LER.
           PERFORM P-PROCURA-TRB THRU P-PROCURA-TRB-FIM.
           IF ACHOU-88
               GO TO P-VARRE-TRANSF-LER.
           ADD 1 TO WS-QTDE-CIRCULA.
           ADD TRB-VALOR TO WS-TOT-CIRCULA.
           MOVE SPACES TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           STRING "TRANSF P/ CONTA " TRB-CTA-DEST
               DELIMITED BY SIZE INTO NOME-DET.
           COMPUTE DATA-DET =
               TRB-DIA * 1000000 + TRB-MES * 10000 + TRB-ANO.
           MOVE TRB-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-VARRE-TRANSF-LER.
       P-VARRE-TRANSF-FIM.

      *-----entradas na conta ate o fim do mes sem credito no extrato--*
       P-LISTA-TRANSITO.
           OPEN INPUT TRANSFB.
           IF FS-TRB NOT = "00"
               CLOSE TRANSFB
               GO TO P-LISTA-TRANSITO-FIM.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   CLOSE TRANSFB
                   GO TO P-LISTA-TRANSITO-FIM.
       P-LISTA-TRANSITO-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   CLOSE TRANSFB
                   GO TO P-LISTA-TRANSITO-FIM.
           IF NOT TRB-ATIVA OR TRB-CTA-DEST NOT = WS-NUM-CONTA
               GO TO P-LISTA-TRANSITO-LER.
           COMPUTE WS-TESTA-AMD =
               TRB-ANO * 10000 + TRB-MES * 100 + TRB-DIA.
           IF WS-TESTA-AMD > WS-FIM-AMD
                   OR WS-TESTA-AMD < WS-INI-AMD
               GO TO P-LISTA-TRANSITO-LER.
           PERFORM P-PROCURA-TRB THRU P-PROCURA-TRB-FIM.
           IF ACHOU-88
               GO TO P-LISTA-TRANSITO-LER.
           ADD 1 TO WS-QTDE-TRANSITO.
           ADD TRB-VALOR TO WS-TOT-TRANSITO.
           MOVE SPACES TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           STRING "TRANSF DE CONTA " TRB-CTA-ORIG
               DELIMITED BY SIZE INTO NOME-DET.
           COMPUTE DATA-DET =
               TRB-DIA * 1000000 + TRB-MES * 10000 + TRB-ANO.
           MOVE TRB-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-LISTA-TRANSITO-LER.
       P-LISTA-TRANSITO-FIM.

      *-----sobras do BANCO41 ate o fim do mes: o banco mexeu e o------*
      *-----razao nao tem o lancamento---------------------------------*
       P-LISTA-SOBRAS.
           OPEN INPUT CONCIL.
           IF FS-CONC NOT = "00"
               CLOSE CONCIL
               GO TO P-LISTA-SOBRAS-FIM.
           MOVE WS-EMPRESA-ATUAL TO CONC-EMPRESA.
           MOVE WS-NUM-CONTA TO CONC-CONTA.
           MOVE ZEROS TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQ.
           START CONCIL KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   CLOSE CONCIL
                   GO TO P-LISTA-SOBRAS-FIM.
       P-LISTA-SOBRAS-LER.
           READ CONCIL NEXT RECORD
               AT END
                   CLOSE CONCIL
                   GO TO P-LISTA-SOBRAS-FIM.
           IF CONC-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR CONC-CONTA NOT = WS-NUM-CONTA
                   OR CONC-DATA > WS-FIM-AMD
               CLOSE CONCIL
               GO TO P-LISTA-SOBRAS-FIM.
           IF NOT CONC-SOBRA
               GO TO P-LISTA-SOBRAS-LER.
           ADD 1 TO WS-QTDE-SOBRA.
           MOVE CONC-NUM-DOC TO NUM-DET.
           IF CONC-CREDITO
               ADD CONC-VALOR TO WS-TOT-SOBRA-CRED
               MOVE "CREDITO DO BANCO    " TO NOME-DET
           ELSE
               ADD CONC-VALOR TO WS-TOT-SOBRA-DEB
               MOVE "DEBITO DO BANCO     " TO NOME-DET.
           COMPUTE DATA-DET =
               CONC-DIA * 1000000 + CONC-MES * 10000 + CONC-ANO.
           MOVE CONC-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-LISTA-SOBRAS-LER.
       P-LISTA-SOBRAS-FIM.

      *-----------------------------------------------------------*
      * Creditos do extrato ate o fim do mes que o BANCO41 casou   *
      * com deposito do cofre (D) ou com recebivel (R), conforme   *
      * WS-SIT-LISTA. O banco creditou e o razao nao tem o         *
      * lancamento: acertam o saldo do banco, como as sobras.      *
      *-----------------------------------------------------------*
       P-LISTA-CASADOS.
           MOVE ZEROS TO WS-TOT-CASADO.
           MOVE ZEROS TO WS-QTDE-CASADO.
           OPEN INPUT CONCIL.
           IF FS-CONC NOT = "00"
               CLOSE CONCIL
               GO TO P-LISTA-CASADOS-FIM.
           MOVE WS-EMPRESA-ATUAL TO CONC-EMPRESA.
           MOVE WS-NUM-CONTA TO CONC-CONTA.
           MOVE ZEROS TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQ.
           START CONCIL KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   CLOSE CONCIL
                   GO TO P-LISTA-CASADOS-FIM.
       P-LISTA-CASADOS-LER.
           READ CONCIL NEXT RECORD
               AT END
                   CLOSE CONCIL
                   GO TO P-LISTA-CASADOS-FIM.
           IF CONC-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR CONC-CONTA NOT = WS-NUM-CONTA
                   OR CONC-DATA > WS-FIM-AMD
               CLOSE CONCIL
               GO TO P-LISTA-CASADOS-FIM.
           IF CONC-SITUACAO NOT = WS-SIT-LISTA
               GO TO P-LISTA-CASADOS-LER.
           ADD 1 TO WS-QTDE-CASADO.
           ADD 1 TO WS-QTDE-CRED.
           ADD CONC-VALOR TO WS-TOT-CASADO.
           MOVE CONC-NUM-DOC TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           IF CONC-DEPOSITO
               STRING "DEPOSITO COFRE " CONC-TRB-NUM
                   DELIMITED BY SIZE INTO NOME-DET
           ELSE
               STRING "RECEBIVEL " CONC-NUM-CHE
                   DELIMITED BY SIZE INTO NOME-DET.
           COMPUTE DATA-DET =
               CONC-DIA * 1000000 + CONC-MES * 10000 + CONC-ANO.
           MOVE CONC-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-LISTA-CASADOS-LER.
       P-LISTA-CASADOS-FIM.

      *-----------------------------------------------------------*
      * Depositos do cofre p/ a conta (DEPCOFRE.DAT / BANCO84)      *
      * feitos ate o fim do mes e ainda sem credito no banco nessa *
      * data - aguardando, ou creditados so no mes seguinte. Fora  *
      * do razao como o credito casado, por isso nao entram na     *
      * conta do saldo ajustado: a lista e p/ acompanhar o         *
      * dinheiro que saiu do cofre e o banco ainda nao mostrou.    *
      *-----------------------------------------------------------*
       P-LISTA-DEP-TRANS.
           OPEN INPUT DEPCOFRE.
           IF FS-DEP NOT = "00"
               CLOSE DEPCOFRE
               GO TO P-LISTA-DEP-TRANS-FIM.
           MOVE ZEROS TO DEP-NUM.
           START DEPCOFRE KEY IS NOT LESS THAN DEP-NUM
               INVALID KEY
                   CLOSE DEPCOFRE
                   GO TO P-LISTA-DEP-TRANS-FIM.
       P-LISTA-DEP-TRANS-LER.
           READ DEPCOFRE NEXT RECORD
               AT END
                   CLOSE DEPCOFRE
                   GO TO P-LISTA-DEP-TRANS-FIM.
           IF DEP-CONTA NOT = WS-NUM-CONTA OR DEP-CANCELADO
               GO TO P-LISTA-DEP-TRANS-LER.
           COMPUTE WS-TESTA-AMD =
               DEP-ANO * 10000 + DEP-MES * 100 + DEP-DIA.
           IF WS-TESTA-AMD > WS-FIM-AMD
               GO TO P-LISTA-DEP-TRANS-LER.
           IF DEP-CREDITADO
               MOVE DEP-DATA-CRED TO WS-DATA-8
               COMPUTE WS-TESTA-AMD =
                   WS-D8-ANO * 10000 + WS-D8-MES * 100 + WS-D8-DIA
               IF WS-TESTA-AMD NOT > WS-FIM-AMD
                   GO TO P-LISTA-DEP-TRANS-LER.
           ADD 1 TO WS-QTDE-DEP-TRANS.
           ADD DEP-VALOR TO WS-TOT-DEP-TRANS.
           MOVE DEP-GUIA TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           STRING "DEPOSITO COFRE " DEP-NUM
               DELIMITED BY SIZE INTO NOME-DET.
           COMPUTE DATA-DET =
               DEP-DIA * 1000000 + DEP-MES * 10000 + DEP-ANO.
           MOVE DEP-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-LISTA-DEP-TRANS-LER.
       P-LISTA-DEP-TRANS-FIM.

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

       P-CABEC-ARQ.
           MOVE WS-CON-MES TO MES-TIT.
           MOVE WS-CON-ANO TO ANO-TIT.
           MOVE WS-CONTA TO CONTA-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CABEC1.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Saldo final do extrato do banco........."
               TO ROTULO-TOT-DET.
           MOVE WS-SALDO-EXTRATO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.

      *-----fecha a folha: saldo ajustado x razao e a diferenca--------*
       P-FINAL-IMP.
           COMPUTE WS-SALDO-AJUSTADO =
               WS-SALDO-EXTRATO - WS-TOT-CIRCULA + WS-TOT-TRANSITO
               + WS-TOT-SOBRA-DEB - WS-TOT-SOBRA-CRED
               - WS-TOT-DEP-CRED - WS-TOT-REC-CRED.
           COMPUTE WS-DIFERENCA = WS-SALDO-RAZAO - WS-SALDO-AJUSTADO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Saldo do banco ajustado................."
               TO ROTULO-TOT-DET.
           MOVE WS-SALDO-AJUSTADO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Saldo do razao (BANCO47) no fim do mes.."
               TO ROTULO-TOT-DET.
           MOVE WS-SALDO-RAZAO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "Diferenca nao explicada................."
               TO ROTULO-TOT-DET.
           MOVE WS-DIFERENCA TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           WRITE REG-ARQSAID FROM LINHA-BRANCO.
           WRITE REG-ARQSAID FROM LINHA-ASSINA.
           WRITE REG-ARQSAID FROM LINHA-ASSINA-NOME.
           CLOSE ARQSAID.
           MOVE WS-TOT-CIRCULA TO WS-MOSTRA-SALDO.
           DISPLAY (12 04) WS-QTDE-CIRCULA
               " em circulacao............R$ " WS-MOSTRA-SALDO.
           MOVE WS-TOT-TRANSITO TO WS-MOSTRA-SALDO.
           DISPLAY (13 04) WS-QTDE-TRANSITO
               " em transito..............R$ " WS-MOSTRA-SALDO.
           COMPUTE WS-MOSTRA-SALDO =
               WS-TOT-SOBRA-DEB - WS-TOT-SOBRA-CRED.
           DISPLAY (14 04) WS-QTDE-SOBRA
               " sobra(s) do extrato......R$ " WS-MOSTRA-SALDO.
           COMPUTE WS-MOSTRA-SALDO =
               WS-TOT-DEP-CRED + WS-TOT-REC-CRED.
           DISPLAY (15 04) WS-QTDE-CRED
               " cred. cofre/recebivel....R$ " WS-MOSTRA-SALDO.
           MOVE WS-SALDO-AJUSTADO TO WS-MOSTRA-SALDO.
           DISPLAY (16 04) "Saldo do banco ajustado.R$ "
               WS-MOSTRA-SALDO.
           MOVE WS-SALDO-RAZAO TO WS-MOSTRA-SALDO.
           DISPLAY (17 04) "Saldo do razao..........R$ "
               WS-MOSTRA-SALDO.
           MOVE WS-DIFERENCA TO WS-MOSTRA-SALDO.
           DISPLAY (18 04) "Diferenca nao explicada.R$ "
               WS-MOSTRA-SALDO.
           MOVE WS-TOT-DEP-TRANS TO WS-MOSTRA-SALDO.
           DISPLAY (19 04) WS-QTDE-DEP-TRANS
               " dep. cofre em transito...R$ " WS-MOSTRA-SALDO.
           DISPLAY (20 04) "Folha gravada em BANCO95.TXT".
           DISPLAY (21 05) "Imprimir ?  < S/N >".
           ACCEPT (21 26) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "S" OR "s" OR "0"
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.

      *-----copia a folha pronta (BANCO95.TXT) p/ a impressora----------*
       P-IMPRIME.
           OPEN OUTPUT RELATO.
           PERFORM P-LIGA-IMPRESSORA.
           OPEN INPUT ARQENT.
           IF FS-ENT NOT = "00"
               CLOSE RELATO
               GO TO P-IMPRIME-FIM.
       P-IMPRIME-LER.
           READ ARQENT NEXT RECORD
               AT END
                   PERFORM P-DESLIGA-IMPRESSORA
                   CLOSE ARQENT RELATO
                   GO TO P-IMPRIME-FIM.
           WRITE REG-RELATO FROM REG-ARQENT.
           GO TO P-IMPRIME-LER.
       P-IMPRIME-FIM.

      *-----------------------------------------*
      * Lista as contas cadastradas em CTA.DAT, para quem nao
      * lembra o codigo de memoria - mesmo padrao de BANCO01/12.
       P-LISTA-CTA.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.
           MOVE ZEROS TO CTA-COD.
           START CTA KEY IS NOT LESS THAN CTA-COD
               INVALID KEY
                   GO TO P-LISTA-CTA-FIM.
       P-LISTA-CTA-LER.
           READ CTA NEXT RECORD
               AT END
                   GO TO P-LISTA-CTA-FIM.
           IF CTA-NOME NOT = SPACES
               DISPLAY (LIN, 04) CTA-COD
               DISPLAY (LIN, 08) CTA-NOME
               ADD 1 TO LIN.
           IF LIN > 22 PERFORM P-LISTA-CTA-PARA.
           GO TO P-LISTA-CTA-LER.
       P-LISTA-CTA-PARA.
           DISPLAY (23 04) "< ENTER > Continua   < N > Encerra".
           ACCEPT (23 40) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           IF WS-P = "N" OR "n" GO TO P-LISTA-CTA-FIM.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.
       P-LISTA-CTA-FIM.
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.
           DISPLAY (01 01) ERASE.

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
