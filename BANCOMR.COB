      *    grava um novo titulo clonado (mesma conta/depto/valor),
      *    deixando o operador so confirmar ou ajustar o valor e o
      *    novo vencimento, em vez de redigitar tudo pelo BANCO06.
      *    Favorecido com contrato de servico ativo (CONTSERV.DAT /
      *    BANCO33) entra na lista sozinho e o valor sugerido e o
      *    mensal VIGENTE do contrato - ja reajustado no
      *    aniversario - e nao mais o do ultimo titulo; sem titulo
      *    anterior, o modelo sai do contrato (conta e dia do
      *    vencimento). Vencimento alem do fim do contrato nao e
      *    gerado.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT CONTSERV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-NUM
                  FILE STATUS IS FS-CTS.

       DATA DIVISION.
       FILE SECTION.

       COPY FERIMAST.

       COPY CTSVMAST.

      ***********************************

       WORKING-STORAGE SECTION.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZZZZ999V99.

       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-FAVOR-ATUAL       PIC X(20) VALUE SPACES.
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88                 VALUE "S".
       77 WS-CLONADOS          PIC 99 VALUE ZEROS.

       77 WS-NUM-COMP          PIC 9(08) VALUE ZEROS.
       77 WS-PROX-NUM          PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMA-OBS        PIC X(15) VALUE SPACES.
       77 WS-ULTIMA-VALOR      PIC 9(09)V99 VALUE ZEROS.

      *-----contratos de servico (BANCO33): cada favorecido da--------*
      *-----lista leva o numero do seu contrato ativo (0 = nenhum)----*
       77 FS-CTS                PIC XX.
       77 WS-TEM-CONTSERV       PIC X VALUE "N".
       88 TEM-CONTSERV-88       VALUE "S".
       77 WS-QTDE-FAVOR         PIC 99 VALUE ZEROS.
       77 WS-IX                 PIC 99 VALUE ZEROS.
       77 WS-CTS-ATUAL          PIC 9(04) VALUE ZEROS.
       77 WS-CTS-FIM-ATUAL      PIC 9(08) VALUE ZEROS.
       77 WS-FORA-CONTRATO      PIC X VALUE "N".
       88 FORA-CONTRATO-88      VALUE "S".
       77 WS-MR-MES             PIC 99 VALUE ZEROS.
       77 WS-MR-ANO             PIC 9(04) VALUE ZEROS.

       01 WS-FAVOR-TAB.
           03 WS-FAVOR OCCURS 30 TIMES.
              05 WS-FAVOR-NOME  PIC X(20).
              05 WS-FAVOR-CTS   PIC 9(04).

      ***********************************

           02 LINE 10 COLUMN 04 VALUE "Novo Titulo No.....=".
           02 LINE 11 COLUMN 04 VALUE "Novo Vencimento....=".
           02 LINE 12 COLUMN 04 VALUE "Novo Valor.........=".
           02 LINE 13 COLUMN 04 VALUE "Contrato de Servico=".
           02 LINE 14 COLUMN 04 VALUE "Grava este titulo < S/N >?".

       PROCEDURE DIVISION.
               MOVE "S" TO WS-TEM-FERIADO
           ELSE
               CLOSE FERIADO.
           OPEN INPUT CONTSERV.
           IF FS-CTS = "00"
               MOVE "S" TO WS-TEM-CONTSERV
           ELSE
               CLOSE CONTSERV.
           PERFORM P-DATA.
           PERFORM P-MONTA-FAVOR.
           PERFORM P-PROXIMO-NUM.

       P02-LOOP.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-FAVOR
               GO TO P-FIM.
           MOVE WS-FAVOR-NOME(WS-IDX) TO WS-FAVOR-ATUAL.
           PERFORM P-LOCALIZA-ULTIMO THRU P-LOCALIZA-FIM.
           MOVE WS-FAVOR-CTS(WS-IDX) TO WS-CTS-ATUAL.
           IF WS-CTS-ATUAL NOT = ZEROS
               PERFORM P-MODELO-CONTRATO.
           IF ACHOU-88
               PERFORM P-CONFIRMA-CLONE.
           GO TO P02-LOOP.

           MOVE WS-ULTIMA-VALOR TO VALOR-CHE.
           DISPLAY (12 25) VALOR-CHE.
           IF WS-CTS-ATUAL NOT = ZEROS
               DISPLAY (13 25) WS-CTS-ATUAL " - mensal vigente".
           ACCEPT (12 25) VALOR-CHE WITH UPDATE.

      *     vencimento alem do fim do contrato de servico nao entra -
      *     renovacao e no BANCO33
           MOVE "N" TO WS-FORA-CONTRATO.
           IF WS-CTS-ATUAL NOT = ZEROS
               COMPUTE WS-CHAVE-DATA = ANO-CHE * 10000
                                      + MES-CHE * 100 + DIA-CHE
               IF WS-CHAVE-DATA > WS-CTS-FIM-ATUAL
                   MOVE "S" TO WS-FORA-CONTRATO
                   DISPLAY (22 04) "!! ALEM DO FIM DO CONTRATO "
                       "(BANCO33) - PULADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA.

      *     vencimento dentro de mes ja entregue ao contador
      *     (BANCO65) nao entra - mesmo criterio do BANCO01/03/06;
      *     este titulo fica de fora e o operador volta depois
               DISPLAY (22 04) "!! MES FECHADO (BANCO65) - PULADO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA.
           IF NOT PERIODO-FECHADO-88 AND NOT FORA-CONTRATO-88
               ACCEPT (14 32) WS-P WITH PROMPT AUTO-SKIP
               IF WS-P = "S" OR "s" OR "0"
                   PERFORM P-GRAVA-CLONE THRU P-GRAVA-CLONE-FIM.
           MOVE DIA-CHE TO DIA-VCTO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO
               INVALID KEY
                   DISPLAY (22 04) "!! TITULO JA EXISTENTE !!"
           MOVE "CARTAO CRED"        TO WS-FAVOR-NOME(3).
           MOVE "INSS LIANE"         TO WS-FAVOR-NOME(4).
           MOVE "INSS FERR."         TO WS-FAVOR-NOME(5).
           MOVE ZEROS TO WS-FAVOR-CTS(1).
           MOVE ZEROS TO WS-FAVOR-CTS(2).
           MOVE ZEROS TO WS-FAVOR-CTS(3).
           MOVE ZEROS TO WS-FAVOR-CTS(4).
           MOVE ZEROS TO WS-FAVOR-CTS(5).
           MOVE 5 TO WS-QTDE-FAVOR.
           IF TEM-CONTSERV-88
               PERFORM P-MONTA-CONTRATOS THRU P-MONTA-CONTRATOS-FIM.

      *-----------------------------------------------------------*
      * Contratos de servico ativos da empresa da sessao entram   *
      * na lista: favorecido que ja esta nela so ganha o numero   *
      * do contrato, os demais sao acrescentados (ate 30).        *
      *-----------------------------------------------------------*
       P-MONTA-CONTRATOS.
           MOVE ZEROS TO CTS-NUM.
           START CONTSERV KEY IS NOT LESS THAN CTS-NUM
               INVALID KEY
                   GO TO P-MONTA-CONTRATOS-FIM.
       P-MONTA-CONTRATOS-LER.
           READ CONTSERV NEXT RECORD
               AT END
                   GO TO P-MONTA-CONTRATOS-FIM.
           IF CTS-EMPRESA NOT = WS-EMPRESA-ATUAL OR NOT CTS-ATIVO
               GO TO P-MONTA-CONTRATOS-LER.
           MOVE ZEROS TO WS-IX.
       P-MONTA-CONTRATOS-PROCURA.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-FAVOR
               GO TO P-MONTA-CONTRATOS-NOVO.
           IF WS-FAVOR-NOME(WS-IX) NOT = CTS-FAVOR
               GO TO P-MONTA-CONTRATOS-PROCURA.
           MOVE CTS-NUM TO WS-FAVOR-CTS(WS-IX).
           GO TO P-MONTA-CONTRATOS-LER.
       P-MONTA-CONTRATOS-NOVO.
           IF WS-QTDE-FAVOR NOT < 30
               GO TO P-MONTA-CONTRATOS-FIM.
           ADD 1 TO WS-QTDE-FAVOR.
           MOVE CTS-FAVOR TO WS-FAVOR-NOME(WS-QTDE-FAVOR).
           MOVE CTS-NUM TO WS-FAVOR-CTS(WS-QTDE-FAVOR).
           GO TO P-MONTA-CONTRATOS-LER.
       P-MONTA-CONTRATOS-FIM.
           EXIT.

      *-----------------------------------------------------------*
      * Favorecido com contrato: o valor sugerido e o mensal do   *
      * contrato. Sem titulo anterior p/ clonar, o modelo sai do  *
      * contrato - conta e dia do vencimento, mes anterior ao     *
      * corrente (o clone soma um mes e propoe o mes corrente).   *
      *-----------------------------------------------------------*
       P-MODELO-CONTRATO.
           MOVE WS-CTS-ATUAL TO CTS-NUM.
           READ CONTSERV
               INVALID KEY
                   MOVE ZEROS TO WS-CTS-ATUAL
                   EXIT PARAGRAPH.
           MOVE CTS-FIM TO WS-CTS-FIM-ATUAL.
           MOVE CTS-VALOR TO WS-ULTIMA-VALOR.
           IF ACHOU-88
               EXIT PARAGRAPH.
           MOVE "S" TO WS-ACHOU.
           MOVE CTS-CONTA TO WS-ULTIMA-CONTA.
           MOVE SPACES TO WS-ULTIMA-OBS.
           MOVE MES TO WS-MR-MES.
           MOVE ANO TO WS-MR-ANO.
           SUBTRACT 1 FROM WS-MR-MES.
           IF WS-MR-MES = ZEROS
               MOVE 12 TO WS-MR-MES
               SUBTRACT 1 FROM WS-MR-ANO.
           COMPUTE WS-MELHOR-CHAVE = WS-MR-ANO * 10000
                                   + WS-MR-MES * 100 + CTS-DIA-VCTO.

       P-FIM.
           IF TEM-FERIADO-88
               CLOSE FERIADO.
           IF TEM-CONTSERV-88
               CLOSE CONTSERV.
           DISPLAY (22 04) "Titulos Gerados...: ".
           DISPLAY (22 25) WS-CLONADOS.
           DISPLAY (23 04) "Tecle < ENTER >".
