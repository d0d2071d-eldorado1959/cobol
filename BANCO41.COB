      *    ainda esta pendente vira a lista "pronto p/ confirmar no
      *    BANCO05"; o que nao casou - de um lado ou do outro - sai
      *    na lista de excecoes, p/ so se investigar a diferenca.
      *    Informada a conta do extrato (CTA.DAT), so documentos
      *    dela casam, as linhas de credito (EXT-SINAL "C") e os
      *    debitos sem documento casam com as transferencias entre
      *    contas (TRANSFB.DAT), e cada linha lida fica gravada em
      *    CONCIL.DAT com o que casou - e de la que a conciliacao
      *    mensal (BANCO95) tira o que o banco ja compensou.
      *    Credito da conta que nao e transferencia casa ainda com
      *    os depositos do cofre (DEPCOFRE.DAT / BANCO84) que
      *    aguardam o banco - pela guia (numero do documento) ou
      *    pelo valor, a partir da data do deposito - e o deposito
      *    fica creditado com a data e o valor que o banco deu.
      *    Linha cujo numero de documento e um cheque SUSTADO
      *    (BANCO32) nao casa: o banco pagou o que devia ter
      *    devolvido - aviso na tela, lista propria no detalhe e
      *    a linha fica como sobra do extrato p/ cobrar o banco.
      *    Credito que nao e transferencia nem deposito do cofre
      *    procura o recebivel em aberto (RECEBER.DAT): pelo id fim
      *    a fim do PIX, pelo valor exato com vencimento a ate 10
      *    dias da data do credito e pelo CPF/CNPJ do pagador
      *    (CLI-CPF-CNPJ) quando o banco manda. Casamento certo ja
      *    baixa o recebivel (data e valor do credito, REC-PIX-E2E
      *    preenchido); o duvidoso vai p/ a lista de revisao e o
      *    credito sem dono p/ a lista de investigacao.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.

           SELECT CTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTA-COD
                  FILE STATUS IS FS-CTA.

           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.

           SELECT DEPCOFRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEP-NUM
                  FILE STATUS IS FS-DEP.

           SELECT CONCIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONC-CHAVE
                  ALTERNATE RECORD KEY IS CONC-NUM-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONC-TRB-NUM
                      WITH DUPLICATES
                  FILE STATUS IS FS-CONC.

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

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY HISTMAST.

      *-----uma linha por lancamento do extrato do banco, em colunas--*
      *-----fixas: data (DDMMAA), valor, numero do documento, o id----*
      *-----fim a fim quando foi um PIX e o sinal: "C" = credito,-----*
      *-----espaco ou "D" = debito (o extrato antigo so tinha--------*
      *-----debitos e a coluna vinha em branco); no credito, o--------*
      *-----CPF/CNPJ de quem pagou quando o banco informa--------------*
       FD EXTRATO           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REG-EXTRATO.
           03 EXT-VALOR        PIC 9(09)V99.
           03 EXT-NUM-DOC      PIC X(06).
           03 EXT-PIX-E2E      PIC X(32).
           03 EXT-SINAL        PIC X(01).
           88 EXT-CREDITO             VALUE "C".
           03 EXT-DOC-PAGADOR  PIC X(14).
           03 FILLER           PIC X(08).

       COPY IMPRMAST.

       COPY CTAMAST.

       COPY TRFBMAST.

       COPY CONCMAST.

       COPY DEPCMAST.

       COPY RECEBMAST.

       COPY CLIMAST.

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

           03 WS-NUM-SEQ         PIC 9(04).
       77 WS-COMO-CASOU        PIC X(05) VALUE SPACES.

      *-----conta do extrato (0 = nao informada: casa como sempre,----*
      *-----sem transferencias e sem gravar CONCIL.DAT)-----------------*
       77 FS-CTA               PIC XX.
       77 FS-TRB               PIC XX.
       77 FS-CONC              PIC XX.
       77 WS-NUM-CONTA         PIC 99 VALUE ZEROS.
       77 WS-CONTA             PIC X(10) VALUE SPACES.
       77 WS-TEM-TRANSFB       PIC X VALUE "N".
       88 TEM-TRANSFB-88       VALUE "S".
       77 WS-QTDE-TRF          PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-TRF         PIC 9(11)V99 VALUE ZEROS.
       77 WS-SITUACAO-CONC     PIC X VALUE SPACES.
      *-----depositos do cofre (BANCO84) esperando o credito-----------*
       77 FS-DEP               PIC XX.
       77 WS-TEM-DEPCOFRE      PIC X VALUE "N".
       88 TEM-DEPCOFRE-88      VALUE "S".
       77 WS-DEP-CASADO        PIC 9(06) VALUE ZEROS.
       77 WS-DEP-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-EXT-DMA           PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-DEP          PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-DEP         PIC 9(11)V99 VALUE ZEROS.
       77 WS-TRB-CASADA        PIC 9(06) VALUE ZEROS.
      *-----cheque sustado (BANCO32) que o banco compensou mesmo-------*
       77 WS-SUST-NUM          PIC X(06) VALUE SPACES.
       77 WS-QTDE-SUST-PAGO    PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-SUST-PAGO   PIC 9(11)V99 VALUE ZEROS.
      *-----credito x recebivel em aberto (RECEBER.DAT / RECEB01)------*
       77 FS-REC               PIC XX.
       77 FS-CLI               PIC XX.
       77 WS-TEM-RECEBER       PIC X VALUE "N".
       88 TEM-RECEBER-88       VALUE "S".
       77 WS-TEM-CLIENTE       PIC X VALUE "N".
       88 TEM-CLIENTE-88       VALUE "S".
       77 WS-REC-RESULT        PIC X VALUE "N".
       88 REC-CERTO-88         VALUE "S".
       88 REC-DUVIDA-88        VALUE "D".
       88 REC-JA-RECEBIDO-88   VALUE "J".
       77 WS-REC-CASADO        PIC X(06) VALUE SPACES.
       77 WS-REC-MOTIVO        PIC X(20) VALUE SPACES.
       77 WS-REC-COMO          PIC X(05) VALUE SPACES.
       77 WS-REC-CAND-QTDE     PIC 9(03) VALUE ZEROS.
       77 WS-REC-CAND-NUM      PIC X(06) VALUE SPACES.
       77 WS-REC-DOC-QTDE      PIC 9(03) VALUE ZEROS.
       77 WS-REC-DOC-NUM       PIC X(06) VALUE SPACES.
       77 WS-REC-CLI-QTDE      PIC 9(03) VALUE ZEROS.
       77 WS-REC-CLI-NUM       PIC X(06) VALUE SPACES.
       77 WS-DOC-BATE          PIC X VALUE "N".
       77 WS-DOC-PAGADOR       PIC X(14) VALUE SPACES.
       77 WS-SO-DIGITOS        PIC X(14) VALUE SPACES.
       77 WS-DIG-ENT           PIC X(18) VALUE SPACES.
       77 WS-DX                PIC 99 VALUE ZEROS.
       77 WS-DY                PIC 99 VALUE ZEROS.
       77 WS-IX                PIC 9(03) VALUE ZEROS.
      *-----janela do vencimento (dias antes/depois do credito)--------*
       77 WS-JANELA-DIAS       PIC 9(03) VALUE 10.
       77 WS-JUL-EXT           PIC 9(07) VALUE ZEROS.
       77 WS-DIF-JUL           PIC S9(07) VALUE ZEROS.
       77 WS-CJ-ANO            PIC 9(04).
       77 WS-CJ-MES            PIC 99.
       77 WS-CJ-DIA            PIC 99.
       77 WS-CJ-DIVANO         PIC 9(04).
       77 WS-CJ-RESTO          PIC 9(03).
       77 WS-CJ-AJUSTE         PIC 9.
       77 WS-CJ-RESULT         PIC 9(07).
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
       77 WS-QTDE-REC          PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-REC         PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-REC-DUV      PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-REC-DUV     PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CRED-NI      PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-CRED-NI     PIC 9(11)V99 VALUE ZEROS.
      *-----creditos p/ revisar e creditos sem dono, listados no fim---*
       01 WS-TAB-REVISAO.
           02 WS-RV OCCURS 200 TIMES.
               03 WS-RV-NUM     PIC X(06).
               03 WS-RV-MOTIVO  PIC X(20).
               03 WS-RV-DIA     PIC 99.
               03 WS-RV-MES     PIC 99.
               03 WS-RV-ANO     PIC 9(04).
               03 WS-RV-VALOR   PIC 9(09)V99.
       01 WS-TAB-NAO-ID.
           02 WS-NI OCCURS 200 TIMES.
               03 WS-NI-DOC     PIC X(06).
               03 WS-NI-PAGADOR PIC X(14).
               03 WS-NI-DIA     PIC 99.
               03 WS-NI-MES     PIC 99.
               03 WS-NI-ANO     PIC 9(04).
               03 WS-NI-VALOR   PIC 9(09)V99.
               03 WS-NI-E2E     PIC X(32).
      *-----sequencia da linha dentro do dia do extrato - chave do----*
      *-----CONCIL.DAT (reimportar o mesmo extrato regrava a chave)---*
       01 WS-EXT-AMD.
           03 WS-EXT-AMD-ANO    PIC 9(04).
           03 WS-EXT-AMD-MES    PIC 99.
           03 WS-EXT-AMD-DIA    PIC 99.
       77 WS-ULT-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-DIA           PIC 9(03) VALUE ZEROS.
      *-----transferencias ja casadas nesta passada--------------------*
       01 WS-TAB-TRF-CASADAS.
           02 WS-TRF-CASADA OCCURS 200 TIMES PIC 9(06).
       77 WS-TRF-USADAS        PIC 9(03) VALUE ZEROS.

      *-----NUM-CHEs ja casados nesta passada, p/ a varredura final---*
      *-----de pendentes nao apontar documento ja conciliado-----------*
       01 WS-TAB-CASADOS.
           02 F PIC X(03) VALUE "R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-E2E.
           02 f pic x(10) value spaces.
           02 F PIC X(08) VALUE "PIX e2e ".
           02 E2E-DET          PIC X(32).

       01 LINHA-TRACO.
           02 f pic x(50) value ALL "-".

               MOVE "S" TO WS-TEM-DEBAUTO
           ELSE
               CLOSE DEBAUTO.
           OPEN I-O RECEBER.
           IF FS-REC = "00"
               MOVE "S" TO WS-TEM-RECEBER
           ELSE
               CLOSE RECEBER.
           OPEN INPUT CLIENTE.
           IF FS-CLI = "00"
               MOVE "S" TO WS-TEM-CLIENTE
           ELSE
               CLOSE CLIENTE.
           OPEN INPUT EXTRATO.
           IF FS-EXT NOT = "00"
               DISPLAY (22 04) "!! EXTRATO.TXT NAO ENCONTRADO !!"
           PERFORM P-DATA.
           DISPLAY TELA.
           PERFORM P-DATA.
           PERFORM P-PEDE-CONTA THRU P-PEDE-CONTA-FIM.
           PERFORM P-CABEC-ARQ.
           MOVE "== CASADOS - PRONTOS P/ CONFIRMAR (BANCO05) =="
               TO SECAO-DET.
                   GO TO P-VARRE-PENDENTES.
           IF REG-EXTRATO = SPACES
               GO TO LER-EXTRATO.
           PERFORM P-SEQ-DIA.
      *     credito nunca casa com documento (BCO.DAT so tem saidas)
           IF EXT-CREDITO
               PERFORM P-EXT-SOBRA
               GO TO LER-EXTRATO.
           PERFORM P-CASA THRU P-CASA-FIM.
           IF WS-SUST-NUM NOT = SPACES
               PERFORM P-SUSTADO-PAGO
               GO TO LER-EXTRATO.
           IF CASOU-88
               PERFORM P-CASADO
           ELSE
      * 2. numero do documento (READ direto pela chave);
      * 3. valor + data de vencimento (varredura).
      * Documento ja casado por outra linha nao casa de novo.
      * Numero que e de cheque sustado para aqui: devolve
      * WS-SUST-NUM preenchido e a linha nao casa com nada.
       P-CASA.
           MOVE "N" TO WS-CASOU.
           MOVE SPACES TO WS-SUST-NUM.
           MOVE SPACES TO WS-COMO-CASOU.
           IF EXT-PIX-E2E NOT = SPACES
               PERFORM P-CASA-PIX THRU P-CASA-PIX-FIM
                   INVALID KEY
                       MOVE "N" TO WS-CASOU
               NOT INVALID KEY
                   IF CHE-SUSTADO
                       MOVE NUM-CHE TO WS-SUST-NUM
                   ELSE
                       PERFORM P-TESTA-DISPONIVEL
                       IF CASOU-88
                           MOVE "NUM  " TO WS-COMO-CASOU
                       END-IF
                   END-IF
               END-READ
               IF WS-SUST-NUM NOT = SPACES
                   GO TO P-CASA-FIM.
               IF CASOU-88
                   GO TO P-CASA-FIM.
           PERFORM P-CASA-VALOR THRU P-CASA-VALOR-FIM.
           MOVE "N" TO WS-CASOU.
           IF CHE-CANCELADO
               EXIT PARAGRAPH.
           IF WS-NUM-CONTA NOT = ZEROS AND CONTA-CHE NOT = WS-CONTA
               EXIT PARAGRAPH.
           PERFORM P-PROCURA-CASADO.
           IF JA-CASADO-88
               EXIT PARAGRAPH.
           IF WS-CASADOS-USADOS < 500
               ADD 1 TO WS-CASADOS-USADOS
               MOVE NUM-CHE TO WS-CASADO-NUM ( WS-CASADOS-USADOS ).
           MOVE "C" TO WS-SITUACAO-CONC.
           MOVE ZEROS TO WS-TRB-CASADA.
           PERFORM P-GRAVA-CONCIL.
           IF DATA-CONF NOT = ZEROS
               EXIT PARAGRAPH.
           ADD 1 TO WS-QTDE-CASADOS.
           MOVE WS-COMO-CASOU TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.

      *-----------------------------------------*
      * Cheque sustado no banco (BANCO32) que aparece compensado no
      * extrato: o banco nao respeitou a sustacao. Avisa na hora,
      * lista no detalhe e grava a linha como sobra do extrato -
      * o dinheiro saiu sem documento valido.
       P-SUSTADO-PAGO.
           DISPLAY (20 04) "!! CHEQUE SUSTADO " WS-SUST-NUM
               " COMPENSADO NO EXTRATO !!".
           DISPLAY (21 04) "Reclamar no banco - protocolo no BANCO32".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           DISPLAY (20 04) LINHA-LIMPA.
           DISPLAY (21 04) LINHA-LIMPA.
           DISPLAY (23 04) LINHA-LIMPA.
           ADD 1 TO WS-QTDE-SUST-PAGO.
           ADD EXT-VALOR TO WS-VALOR-SUST-PAGO.
           MOVE WS-SUST-NUM TO NUM-DET.
           MOVE "!! CHEQUE SUSTADO !!" TO NOME-DET.
           MOVE EXT-DIA     TO DIA-DET2.
           MOVE EXT-MES     TO MES-DET2.
           MOVE EXT-ANO     TO ANO-DET2.
           MOVE EXT-VALOR   TO VALOR-DET.
           MOVE "SUST."     TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           MOVE "S" TO WS-SITUACAO-CONC.
           MOVE SPACES TO NUM-CHE.
           MOVE ZEROS TO WS-TRB-CASADA.
           PERFORM P-GRAVA-CONCIL.

      *-----linha do extrato sem documento correspondente: antes de----*
      *-----virar sobra, tenta uma transferencia entre contas, o-------*
      *-----deposito do cofre, o recebivel em aberto (credito) e um---*
      *-----debito automatico cadastrado--------------------------------*
       P-EXT-SOBRA.
           IF TEM-TRANSFB-88
               PERFORM P-CASA-TRANSF THRU P-CASA-TRANSF-FIM
               IF WS-TRB-CASADA NOT = ZEROS
                   PERFORM P-TRANSF-CASADA
                   EXIT PARAGRAPH.
           IF TEM-DEPCOFRE-88 AND EXT-CREDITO
               PERFORM P-CASA-DEPOSITO THRU P-CASA-DEPOSITO-FIM
               IF WS-DEP-CASADO NOT = ZEROS
                   PERFORM P-DEPOSITO-CASADO
                   EXIT PARAGRAPH.
           MOVE "N" TO WS-REC-RESULT.
           IF TEM-RECEBER-88 AND EXT-CREDITO
               PERFORM P-CASA-RECEBER THRU P-CASA-RECEBER-FIM
               IF REC-CERTO-88 OR REC-JA-RECEBIDO-88
                   PERFORM P-RECEBIVEL-CASADO
                   EXIT PARAGRAPH.
           IF EXT-CREDITO
               IF REC-DUVIDA-88
                   PERFORM P-GUARDA-REVISAO
               ELSE
                   PERFORM P-GUARDA-NAO-ID.
           IF TEM-DEBAUTO-88 AND NOT EXT-CREDITO
               PERFORM P-CASA-DEBAUTO THRU P-CASA-DEBAUTO-FIM
               IF WS-ACHOU-DEB = "S"
                   PERFORM P-LANCA-DEBAUTO
           ADD 1 TO WS-QTDE-EXT-SOBRA.
           ADD EXT-VALOR TO WS-VALOR-EXT-SOBRA.
           MOVE EXT-NUM-DOC TO NUM-DET.
           IF EXT-CREDITO
               MOVE "** CREDITO S/ORIGEM " TO NOME-DET
           ELSE
               MOVE "** SO NO EXTRATO ** " TO NOME-DET.
           MOVE EXT-DIA     TO DIA-DET2.
           MOVE EXT-MES     TO MES-DET2.
           MOVE EXT-ANO     TO ANO-DET2.
           MOVE EXT-VALOR   TO VALOR-DET.
           MOVE SPACES      TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           MOVE "S" TO WS-SITUACAO-CONC.
           MOVE SPACES TO NUM-CHE.
           MOVE ZEROS TO WS-TRB-CASADA.
           PERFORM P-GRAVA-CONCIL.

      *-----------------------------------------*
      * Transferencia entre contas (BANCO81) da conta do extrato com
      * o mesmo valor e a mesma data: debito casa com a saida
      * (TRB-CTA-ORIG), credito com a entrada (TRB-CTA-DEST).
       P-CASA-TRANSF.
           MOVE ZEROS TO WS-TRB-CASADA.
           MOVE ZEROS TO TRB-NUM.
           START TRANSFB KEY IS NOT LESS THAN TRB-NUM
               INVALID KEY
                   GO TO P-CASA-TRANSF-FIM.
       P-CASA-TRANSF-LER.
           READ TRANSFB NEXT RECORD
               AT END
                   GO TO P-CASA-TRANSF-FIM.
           IF NOT TRB-ATIVA
               GO TO P-CASA-TRANSF-LER.
           IF TRB-VALOR NOT = EXT-VALOR
               GO TO P-CASA-TRANSF-LER.
           IF TRB-DIA NOT = EXT-DIA OR TRB-MES NOT = EXT-MES
                   OR TRB-ANO NOT = EXT-ANO
               GO TO P-CASA-TRANSF-LER.
           IF EXT-CREDITO AND TRB-CTA-DEST NOT = WS-NUM-CONTA
               GO TO P-CASA-TRANSF-LER.
           IF NOT EXT-CREDITO AND TRB-CTA-ORIG NOT = WS-NUM-CONTA
               GO TO P-CASA-TRANSF-LER.
           MOVE ZEROS TO WS-IDX.
       P-CASA-TRANSF-TAB.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-TRF-USADAS
               MOVE TRB-NUM TO WS-TRB-CASADA
               GO TO P-CASA-TRANSF-FIM.
           IF WS-TRF-CASADA ( WS-IDX ) = TRB-NUM
               GO TO P-CASA-TRANSF-LER.
           GO TO P-CASA-TRANSF-TAB.
       P-CASA-TRANSF-FIM.

       P-TRANSF-CASADA.
           IF WS-TRF-USADAS < 200
               ADD 1 TO WS-TRF-USADAS
               MOVE WS-TRB-CASADA TO WS-TRF-CASADA ( WS-TRF-USADAS ).
           ADD 1 TO WS-QTDE-TRF.
           ADD EXT-VALOR TO WS-VALOR-TRF.
           MOVE EXT-NUM-DOC TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           STRING "TRANSF.CONTAS " WS-TRB-CASADA
               DELIMITED BY SIZE INTO NOME-DET.
           MOVE EXT-DIA     TO DIA-DET2.
           MOVE EXT-MES     TO MES-DET2.
           MOVE EXT-ANO     TO ANO-DET2.
           MOVE EXT-VALOR   TO VALOR-DET.
           MOVE "TRANS"     TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           MOVE "T" TO WS-SITUACAO-CONC.
           MOVE SPACES TO NUM-CHE.
           PERFORM P-GRAVA-CONCIL.

      *-----------------------------------------*
      * Deposito do cofre (BANCO84) na conta do extrato esperando o
      * credito: primeiro pela guia = numero do documento da linha
      * (o valor pode vir diferente - a diferenca fica registrada),
      * depois pelo mesmo valor com a linha na data do deposito ou
      * depois. Deposito ja creditado por esta mesma linha (extrato
      * reimportado) casa de novo, sem virar sobra.
       P-CASA-DEPOSITO.
           MOVE ZEROS TO WS-DEP-CASADO.
           COMPUTE WS-EXT-DMA =
               EXT-DIA * 1000000 + EXT-MES * 10000 + EXT-ANO.
           MOVE ZEROS TO DEP-NUM.
           START DEPCOFRE KEY IS NOT LESS THAN DEP-NUM
               INVALID KEY
                   GO TO P-CASA-DEPOSITO-FIM.
       P-CASA-DEPOSITO-LER.
           READ DEPCOFRE NEXT RECORD
               AT END
                   GO TO P-CASA-DEPOSITO-VALOR.
           IF DEP-CONTA NOT = WS-NUM-CONTA
               GO TO P-CASA-DEPOSITO-LER.
           IF DEP-CREDITADO AND DEP-DATA-CRED = WS-EXT-DMA
                   AND DEP-VALOR-CRED = EXT-VALOR
               MOVE DEP-NUM TO WS-DEP-CASADO
               GO TO P-CASA-DEPOSITO-FIM.
           IF NOT DEP-AGUARDANDO
               GO TO P-CASA-DEPOSITO-LER.
           IF DEP-GUIA = SPACES OR DEP-GUIA NOT = EXT-NUM-DOC
               GO TO P-CASA-DEPOSITO-LER.
           MOVE DEP-NUM TO WS-DEP-CASADO.
           GO TO P-CASA-DEPOSITO-FIM.
       P-CASA-DEPOSITO-VALOR.
           MOVE ZEROS TO DEP-NUM.
           START DEPCOFRE KEY IS NOT LESS THAN DEP-NUM
               INVALID KEY
                   GO TO P-CASA-DEPOSITO-FIM.
       P-CASA-DEPOSITO-VLER.
           READ DEPCOFRE NEXT RECORD
               AT END
                   GO TO P-CASA-DEPOSITO-FIM.
           IF DEP-CONTA NOT = WS-NUM-CONTA OR NOT DEP-AGUARDANDO
               GO TO P-CASA-DEPOSITO-VLER.
           IF DEP-VALOR NOT = EXT-VALOR
               GO TO P-CASA-DEPOSITO-VLER.
           COMPUTE WS-DEP-AMD = DEP-ANO * 10000 + DEP-MES * 100
               + DEP-DIA.
           IF WS-EXT-AMD < WS-DEP-AMD
               GO TO P-CASA-DEPOSITO-VLER.
           MOVE DEP-NUM TO WS-DEP-CASADO.
       P-CASA-DEPOSITO-FIM.

      *-----deposito casado: fica creditado com a data e o valor------*
      *-----da linha; CONCIL guarda o numero do deposito---------------*
       P-DEPOSITO-CASADO.
           MOVE "C" TO DEP-SITUACAO.
           MOVE WS-EXT-DMA TO DEP-DATA-CRED.
           MOVE EXT-VALOR TO DEP-VALOR-CRED.
           REWRITE REG-DEPCOFRE.
           ADD 1 TO WS-QTDE-DEP.
           ADD EXT-VALOR TO WS-VALOR-DEP.
           MOVE EXT-NUM-DOC TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           STRING "DEPOSITO COFRE " WS-DEP-CASADO
               DELIMITED BY SIZE INTO NOME-DET.
           MOVE EXT-DIA     TO DIA-DET2.
           MOVE EXT-MES     TO MES-DET2.
           MOVE EXT-ANO     TO ANO-DET2.
           MOVE EXT-VALOR   TO VALOR-DET.
           MOVE "COFRE"     TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           MOVE "D" TO WS-SITUACAO-CONC.
           MOVE SPACES TO NUM-CHE.
           MOVE WS-DEP-CASADO TO WS-TRB-CASADA.
           PERFORM P-GRAVA-CONCIL.

      *-----------------------------------------------------------*
      * Credito x recebivel em aberto (RECEBER.DAT), na ordem:     *
      * 1. mesma linha ja baixou o recebivel (extrato reimportado, *
      *    CONCIL "R") - casa de novo sem baixar duas vezes;       *
      * 2. id fim a fim do PIX igual ao REC-PIX-E2E;               *
      * 3. valor exato com vencimento a ate WS-JANELA-DIAS dias    *
      *    da data do credito; quando o banco manda o CPF/CNPJ do  *
      *    pagador, ele desempata e confirma o cliente.            *
      * Resultado: "S" certo, "J" ja recebido por esta linha, "D"  *
      * duvidoso (revisar) ou "N" nao identificado.                *
      *-----------------------------------------------------------*
       P-CASA-RECEBER.
           MOVE "N" TO WS-REC-RESULT.
           MOVE SPACES TO WS-REC-CASADO WS-REC-MOTIVO.
           MOVE ZEROS TO WS-REC-CAND-QTDE WS-REC-DOC-QTDE
                         WS-REC-CLI-QTDE.
           MOVE SPACES TO WS-REC-CAND-NUM WS-REC-DOC-NUM
                          WS-REC-CLI-NUM.
           MOVE EXT-DOC-PAGADOR TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           MOVE WS-SO-DIGITOS TO WS-DOC-PAGADOR.
           MOVE EXT-ANO TO WS-CJ-ANO.
           MOVE EXT-MES TO WS-CJ-MES.
           MOVE EXT-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JUL-EXT.
           IF WS-NUM-CONTA = ZEROS
               GO TO P-CASA-RECEBER-PIX.
           MOVE WS-EMPRESA-ATUAL TO CONC-EMPRESA.
           MOVE WS-NUM-CONTA TO CONC-CONTA.
           MOVE EXT-ANO TO CONC-ANO.
           MOVE EXT-MES TO CONC-MES.
           MOVE EXT-DIA TO CONC-DIA.
           MOVE WS-SEQ-DIA TO CONC-SEQ.
           READ CONCIL
               INVALID KEY
                   GO TO P-CASA-RECEBER-PIX.
           IF CONC-RECEBIVEL AND CONC-VALOR = EXT-VALOR
               MOVE CONC-NUM-CHE TO WS-REC-CASADO
               MOVE "J" TO WS-REC-RESULT
               GO TO P-CASA-RECEBER-FIM.
       P-CASA-RECEBER-PIX.
           IF EXT-PIX-E2E = SPACES
               GO TO P-CASA-RECEBER-VALOR.
           MOVE LOW-VALUES TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-CASA-RECEBER-VALOR.
       P-CASA-RECEBER-PLER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-CASA-RECEBER-VALOR.
           IF REC-PIX-E2E NOT = EXT-PIX-E2E
               GO TO P-CASA-RECEBER-PLER.
           MOVE REC-NUM TO WS-REC-CASADO.
           IF REC-DATA-RECEB NOT = ZEROS
               MOVE "J" TO WS-REC-RESULT
           ELSE
               MOVE "S" TO WS-REC-RESULT.
           GO TO P-CASA-RECEBER-FIM.
       P-CASA-RECEBER-VALOR.
           MOVE LOW-VALUES TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-CASA-RECEBER-DECIDE.
       P-CASA-RECEBER-VLER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-CASA-RECEBER-DECIDE.
           IF REC-CANCELADO OR REC-EM-PERDA
               GO TO P-CASA-RECEBER-VLER.
           IF REC-DATA-RECEB NOT = ZEROS
               GO TO P-CASA-RECEBER-VLER.
           MOVE "N" TO WS-DOC-BATE.
           IF WS-DOC-PAGADOR NOT = SPACES AND TEM-CLIENTE-88
               PERFORM P-CASA-RECEBER-DOC.
           IF WS-DOC-BATE = "S"
               ADD 1 TO WS-REC-CLI-QTDE
               IF WS-REC-CLI-NUM = SPACES
                   MOVE REC-NUM TO WS-REC-CLI-NUM.
           IF REC-VALOR NOT = EXT-VALOR
               GO TO P-CASA-RECEBER-VLER.
           MOVE REC-ANO TO WS-CJ-ANO.
           MOVE REC-MES TO WS-CJ-MES.
           MOVE REC-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           COMPUTE WS-DIF-JUL = WS-JUL-EXT - WS-CJ-RESULT.
           IF WS-DIF-JUL < ZEROS
               COMPUTE WS-DIF-JUL = ZEROS - WS-DIF-JUL.
           IF WS-DIF-JUL > WS-JANELA-DIAS
               GO TO P-CASA-RECEBER-VLER.
           ADD 1 TO WS-REC-CAND-QTDE.
           IF WS-REC-CAND-NUM = SPACES
               MOVE REC-NUM TO WS-REC-CAND-NUM.
           IF WS-DOC-BATE = "S"
               ADD 1 TO WS-REC-DOC-QTDE
               IF WS-REC-DOC-NUM = SPACES
                   MOVE REC-NUM TO WS-REC-DOC-NUM.
           GO TO P-CASA-RECEBER-VLER.
       P-CASA-RECEBER-DECIDE.
           IF WS-REC-DOC-QTDE = 1
               MOVE WS-REC-DOC-NUM TO WS-REC-CASADO
               MOVE "S" TO WS-REC-RESULT
               GO TO P-CASA-RECEBER-FIM.
           IF WS-REC-CAND-QTDE = 1 AND WS-DOC-PAGADOR = SPACES
               MOVE WS-REC-CAND-NUM TO WS-REC-CASADO
               MOVE "S" TO WS-REC-RESULT
               GO TO P-CASA-RECEBER-FIM.
           IF WS-REC-DOC-QTDE > 1
               MOVE WS-REC-DOC-NUM TO WS-REC-CASADO
               MOVE WS-REC-DOC-QTDE TO WS-REC-MOTIVO(1:3)
               MOVE " DO MESMO PAGADOR" TO WS-REC-MOTIVO(4:17)
               MOVE "D" TO WS-REC-RESULT
               GO TO P-CASA-RECEBER-FIM.
           IF WS-REC-CAND-QTDE > 1
               MOVE WS-REC-CAND-NUM TO WS-REC-CASADO
               MOVE WS-REC-CAND-QTDE TO WS-REC-MOTIVO(1:3)
               MOVE " CANDIDATOS" TO WS-REC-MOTIVO(4:17)
               MOVE "D" TO WS-REC-RESULT
               GO TO P-CASA-RECEBER-FIM.
           IF WS-REC-CAND-QTDE = 1
               MOVE WS-REC-CAND-NUM TO WS-REC-CASADO
               MOVE "PAGADOR DIFERENTE" TO WS-REC-MOTIVO
               MOVE "D" TO WS-REC-RESULT
               GO TO P-CASA-RECEBER-FIM.
           IF WS-REC-CLI-QTDE > 0
               MOVE WS-REC-CLI-NUM TO WS-REC-CASADO
               MOVE "CLIENTE,VALOR DIFERE" TO WS-REC-MOTIVO
               MOVE "D" TO WS-REC-RESULT.
       P-CASA-RECEBER-FIM.

      *-----CPF/CNPJ do pagador x cadastro do cliente do recebivel-----*
       P-CASA-RECEBER-DOC.
           MOVE REC-CLI-COD TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   EXIT PARAGRAPH.
           MOVE CLI-CPF-CNPJ TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           IF WS-SO-DIGITOS = WS-DOC-PAGADOR
               MOVE "S" TO WS-DOC-BATE.

      *-----recebivel casado: o certo ja sai recebido com a data e o---*
      *-----valor da linha (a diferenca a maior vira juros, como no-----*
      *-----RECEB01); o ja recebido por esta linha so e listado---------*
       P-RECEBIVEL-CASADO.
           MOVE WS-REC-CASADO TO REC-NUM.
           READ RECEBER
               INVALID KEY
                   MOVE ZEROS TO REC-CLI-COD.
           MOVE "R.ANT" TO WS-REC-COMO.
           IF REC-CERTO-88
               PERFORM P-BAIXA-RECEBIVEL.
           MOVE WS-REC-CASADO TO NUM-DET.
           MOVE "RECEBIVEL " TO NOME-DET.
           IF TEM-CLIENTE-88
               MOVE REC-CLI-COD TO CLI-COD
               READ CLIENTE
                   INVALID KEY
                       MOVE SPACES TO CLI-NOME
               END-READ
               MOVE CLI-NOME TO NOME-DET.
           MOVE EXT-DIA     TO DIA-DET2.
           MOVE EXT-MES     TO MES-DET2.
           MOVE EXT-ANO     TO ANO-DET2.
           MOVE EXT-VALOR   TO VALOR-DET.
           MOVE WS-REC-COMO TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           MOVE "R" TO WS-SITUACAO-CONC.
           MOVE WS-REC-CASADO TO NUM-CHE.
           MOVE ZEROS TO WS-TRB-CASADA.
           PERFORM P-GRAVA-CONCIL.

       P-BAIXA-RECEBIVEL.
           COMPUTE REC-DATA-RECEB =
               EXT-DIA * 1000000 + EXT-MES * 10000 + EXT-ANO.
           MOVE EXT-VALOR TO REC-VALOR-RECEB.
           IF EXT-VALOR > REC-VALOR
               COMPUTE REC-JUROS-RECEB = EXT-VALOR - REC-VALOR
           ELSE
               MOVE ZEROS TO REC-JUROS-RECEB.
           IF EXT-PIX-E2E NOT = SPACES
               MOVE EXT-PIX-E2E TO REC-PIX-E2E
               MOVE "RECPX" TO WS-REC-COMO
           ELSE
               MOVE "REC  " TO WS-REC-COMO.
           REWRITE REG-RECEBER.
           ADD 1 TO WS-QTDE-REC.
           ADD EXT-VALOR TO WS-VALOR-REC.

      *-----credito duvidoso: vai p/ a lista de revisao (baixa no------*
      *-----RECEB01 depois de conferido) e segue como sobra-------------*
       P-GUARDA-REVISAO.
           ADD 1 TO WS-QTDE-REC-DUV.
           ADD EXT-VALOR TO WS-VALOR-REC-DUV.
           IF WS-QTDE-REC-DUV > 200
               EXIT PARAGRAPH.
           MOVE WS-REC-CASADO TO WS-RV-NUM(WS-QTDE-REC-DUV).
           MOVE WS-REC-MOTIVO TO WS-RV-MOTIVO(WS-QTDE-REC-DUV).
           MOVE EXT-DIA TO WS-RV-DIA(WS-QTDE-REC-DUV).
           MOVE EXT-MES TO WS-RV-MES(WS-QTDE-REC-DUV).
           MOVE EXT-ANO TO WS-RV-ANO(WS-QTDE-REC-DUV).
           MOVE EXT-VALOR TO WS-RV-VALOR(WS-QTDE-REC-DUV).

      *-----credito sem dono: vai p/ a lista de investigacao-----------*
       P-GUARDA-NAO-ID.
           ADD 1 TO WS-QTDE-CRED-NI.
           ADD EXT-VALOR TO WS-VALOR-CRED-NI.
           IF WS-QTDE-CRED-NI > 200
               EXIT PARAGRAPH.
           MOVE EXT-NUM-DOC TO WS-NI-DOC(WS-QTDE-CRED-NI).
           MOVE EXT-DOC-PAGADOR TO WS-NI-PAGADOR(WS-QTDE-CRED-NI).
           MOVE EXT-DIA TO WS-NI-DIA(WS-QTDE-CRED-NI).
           MOVE EXT-MES TO WS-NI-MES(WS-QTDE-CRED-NI).
           MOVE EXT-ANO TO WS-NI-ANO(WS-QTDE-CRED-NI).
           MOVE EXT-VALOR TO WS-NI-VALOR(WS-QTDE-CRED-NI).
           MOVE EXT-PIX-E2E TO WS-NI-E2E(WS-QTDE-CRED-NI).

      *-----as duas listas de creditos, antes dos pendentes------------*
       P-LISTA-CREDITOS.
           IF WS-QTDE-REC-DUV = ZEROS
               GO TO P-LISTA-CREDITOS-NI.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "== CREDITOS P/ REVISAR (RECEBIVEIS) ==" TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-IX.
       P-LISTA-CREDITOS-RV.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-REC-DUV OR WS-IX > 200
               GO TO P-LISTA-CREDITOS-NI.
           MOVE WS-RV-NUM(WS-IX) TO NUM-DET.
           MOVE WS-RV-MOTIVO(WS-IX) TO NOME-DET.
           MOVE WS-RV-DIA(WS-IX) TO DIA-DET2.
           MOVE WS-RV-MES(WS-IX) TO MES-DET2.
           MOVE WS-RV-ANO(WS-IX) TO ANO-DET2.
           MOVE WS-RV-VALOR(WS-IX) TO VALOR-DET.
           MOVE "REVIS" TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           GO TO P-LISTA-CREDITOS-RV.
       P-LISTA-CREDITOS-NI.
           IF WS-QTDE-CRED-NI = ZEROS
               GO TO P-LISTA-CREDITOS-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "== CREDITOS NAO IDENTIFICADOS - INVESTIGAR =="
               TO SECAO-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           MOVE ZEROS TO WS-IX.
       P-LISTA-CREDITOS-NLER.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-CRED-NI OR WS-IX > 200
               GO TO P-LISTA-CREDITOS-FIM.
           MOVE WS-NI-DOC(WS-IX) TO NUM-DET.
           MOVE SPACES TO NOME-DET.
           IF WS-NI-PAGADOR(WS-IX) NOT = SPACES
               STRING "PAG. " WS-NI-PAGADOR(WS-IX)
                   DELIMITED BY SIZE INTO NOME-DET.
           MOVE WS-NI-DIA(WS-IX) TO DIA-DET2.
           MOVE WS-NI-MES(WS-IX) TO MES-DET2.
           MOVE WS-NI-ANO(WS-IX) TO ANO-DET2.
           MOVE WS-NI-VALOR(WS-IX) TO VALOR-DET.
           MOVE "INVES" TO COMO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           IF WS-NI-E2E(WS-IX) NOT = SPACES
               MOVE WS-NI-E2E(WS-IX) TO E2E-DET
               WRITE REG-ARQSAID FROM LINHA-E2E.
           GO TO P-LISTA-CREDITOS-NLER.
       P-LISTA-CREDITOS-FIM.

      *-----so os algarismos do CPF/CNPJ, p/ comparar sem pontuacao----*
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
      * Grava a linha do extrato em CONCIL.DAT com o que ela casou *
      * (NUM-CHE do documento corrente / WS-TRB-CASADA). A chave   *
      * repete quando o mesmo extrato e reimportado - regrava.     *
      *-----------------------------------------------------------*
       P-GRAVA-CONCIL.
           IF WS-NUM-CONTA = ZEROS
               EXIT PARAGRAPH.
           MOVE WS-EMPRESA-ATUAL TO CONC-EMPRESA.
           MOVE WS-NUM-CONTA TO CONC-CONTA.
           MOVE EXT-ANO TO CONC-ANO.
           MOVE EXT-MES TO CONC-MES.
           MOVE EXT-DIA TO CONC-DIA.
           MOVE WS-SEQ-DIA TO CONC-SEQ.
           IF EXT-CREDITO
               MOVE "C" TO CONC-SINAL
           ELSE
               MOVE "D" TO CONC-SINAL.
           MOVE EXT-VALOR TO CONC-VALOR.
           MOVE EXT-NUM-DOC TO CONC-NUM-DOC.
           MOVE EXT-PIX-E2E TO CONC-PIX-E2E.
           MOVE WS-SITUACAO-CONC TO CONC-SITUACAO.
           MOVE NUM-CHE TO CONC-NUM-CHE.
           MOVE WS-TRB-CASADA TO CONC-TRB-NUM.
           COMPUTE CONC-DATA-IMP = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-OPER-ATUAL TO CONC-OPER-COD.
           WRITE REG-CONCIL
               INVALID KEY
                   REWRITE REG-CONCIL.

      *-----numera a linha dentro do seu dia do extrato----------------*
       P-SEQ-DIA.
           MOVE EXT-ANO TO WS-EXT-AMD-ANO.
           MOVE EXT-MES TO WS-EXT-AMD-MES.
           MOVE EXT-DIA TO WS-EXT-AMD-DIA.
           IF WS-EXT-AMD NOT = WS-ULT-AMD
               MOVE WS-EXT-AMD TO WS-ULT-AMD
               MOVE ZEROS TO WS-SEQ-DIA.
           ADD 1 TO WS-SEQ-DIA.

      *-----------------------------------------*
      * Conta do extrato (CTA.DAT). Informada, abre o CONCIL.DAT e
      * as transferencias; zero = conciliacao avulsa como sempre.
       P-PEDE-CONTA.
           MOVE ZEROS TO WS-NUM-CONTA.
           MOVE SPACES TO WS-CONTA.
           OPEN INPUT CTA.
           IF FS-CTA NOT = "00"
               CLOSE CTA
               GO TO P-PEDE-CONTA-FIM.
       P-PEDE-CONTA-DIGITA.
           DISPLAY (05 04) "Conta do extrato...=".
           DISPLAY (05 50) "<0> Nao informa".
           ACCEPT (05 25) WS-NUM-CONTA WITH PROMPT AUTO-SKIP.
           DISPLAY (05 50) WS-LIMPA.
           IF WS-NUM-CONTA = ZEROS
               CLOSE CTA
               GO TO P-PEDE-CONTA-FIM.
           MOVE WS-NUM-CONTA TO CTA-COD.
           READ CTA
               INVALID KEY
                   DISPLAY (22 04) "!! CONTA NAO CADASTRADA !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-PEDE-CONTA-DIGITA.
           MOVE CTA-NOME TO WS-CONTA.
           DISPLAY (05 25) WS-CONTA.
           CLOSE CTA.
           OPEN I-O CONCIL.
           IF FS-CONC = "30"
               CLOSE CONCIL
               OPEN OUTPUT CONCIL
               CLOSE CONCIL
               OPEN I-O CONCIL.
           OPEN INPUT TRANSFB.
           IF FS-TRB = "00"
               MOVE "S" TO WS-TEM-TRANSFB
           ELSE
               CLOSE TRANSFB.
           OPEN I-O DEPCOFRE.
           IF FS-DEP = "00"
               MOVE "S" TO WS-TEM-DEPCOFRE
           ELSE
               CLOSE DEPCOFRE.
       P-PEDE-CONTA-FIM.

      *-----------------------------------------*
      * Extrato esgotado: varre BCO.DAT atras de documento pendente
      * que nenhuma linha do extrato casou - a excecao do nosso lado.
       P-VARRE-PENDENTES.
           PERFORM P-LISTA-CREDITOS THRU P-LISTA-CREDITOS-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "== PENDENTES EM BCO.DAT SEM LINHA NO EXTRATO =="
               TO SECAO-DET.
               GO TO P-VARRE-LER.
           IF RECEBIDO-CHE = 88888888
               GO TO P-VARRE-LER.
           IF WS-NUM-CONTA NOT = ZEROS AND CONTA-CHE NOT = WS-CONTA
               GO TO P-VARRE-LER.
           PERFORM P-PROCURA-CASADO.
           IF JA-CASADO-88
               GO TO P-VARRE-LER.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = EXT-ANO * 100 + EXT-MES.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               ADD 1 TO WS-QTDE-EXT-SOBRA
               ADD EXT-VALOR TO WS-VALOR-EXT-SOBRA
               EXIT PARAGRAPH.
           PERFORM P-GRAVA-HIST-INCLUSAO.
           MOVE "A" TO WS-SITUACAO-CONC.
           MOVE ZEROS TO WS-TRB-CASADA.
           PERFORM P-GRAVA-CONCIL.
           ADD 1 TO WS-QTDE-AUTO.
           ADD EXT-VALOR TO WS-VALOR-AUTO.
           MOVE NUM-CHE     TO NUM-DET.
           MOVE WS-VALOR-AUTO TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) WS-QTDE-AUTO
               " debito(s) auto-lancado(s)     R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-TRF TO WS-MOSTRA-VALOR.
           DISPLAY (13 04) WS-QTDE-TRF
               " transferencia(s) casada(s)    R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-DEP TO WS-MOSTRA-VALOR.
           DISPLAY (14 04) WS-QTDE-DEP
               " deposito(s) do cofre casado(s) R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-SUST-PAGO TO WS-MOSTRA-VALOR.
           DISPLAY (15 04) WS-QTDE-SUST-PAGO
               " SUSTADO(S) COMPENSADO(S) !!   R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-REC TO WS-MOSTRA-VALOR.
           DISPLAY (16 04) WS-QTDE-REC
               " recebivel(is) baixado(s)      R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-REC-DUV TO WS-MOSTRA-VALOR.
           DISPLAY (17 04) WS-QTDE-REC-DUV
               " credito(s) p/ revisar         R$ " WS-MOSTRA-VALOR.
           MOVE WS-VALOR-CRED-NI TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) WS-QTDE-CRED-NI
               " credito(s) nao identificado(s) R$ " WS-MOSTRA-VALOR.
           DISPLAY (19 04) "Detalhe gravado em BANCO41.TXT".
           DISPLAY (21 05) "Imprimir resumo ?  < S/N >".
           ACCEPT (21 33) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "S" OR "s" OR "0"
           CLOSE BANCO EXTRATO.
           IF TEM-DEBAUTO-88
               CLOSE DEBAUTO.
           IF WS-NUM-CONTA NOT = ZEROS
               CLOSE CONCIL.
           IF TEM-TRANSFB-88
               CLOSE TRANSFB.
           IF TEM-DEPCOFRE-88
               CLOSE DEPCOFRE.
           IF TEM-RECEBER-88
               CLOSE RECEBER.
           IF TEM-CLIENTE-88
               CLOSE CLIENTE.
           CHAIN "BANCO40.COM".

       P-MONTA-TOTAIS.
           MOVE " debitos auto-lancados........" TO ROTULO-TOT-DET.
           MOVE WS-VALOR-AUTO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE WS-QTDE-TRF TO QTDE-TOT-DET.
           MOVE " transferencias casadas......." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-TRF TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE WS-QTDE-DEP TO QTDE-TOT-DET.
           MOVE " depositos do cofre casados..." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-DEP TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE WS-QTDE-SUST-PAGO TO QTDE-TOT-DET.
           MOVE " SUSTADOS COMPENSADOS (!!)...." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-SUST-PAGO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE WS-QTDE-REC TO QTDE-TOT-DET.
           MOVE " recebiveis baixados.........." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-REC TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE WS-QTDE-REC-DUV TO QTDE-TOT-DET.
           MOVE " creditos p/ revisar.........." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-REC-DUV TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE WS-QTDE-CRED-NI TO QTDE-TOT-DET.
           MOVE " creditos nao identificados..." TO ROTULO-TOT-DET.
           MOVE WS-VALOR-CRED-NI TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.

       P-IMPRIME.
           OPEN OUTPUT RELATO.
