      *    unico do grupo) e a posicao projetada (entradas abertas
      *    menos pendentes) - sem logar e deslogar N vezes nem
      *    somar impressos na calculadora. Tela + BANCO86.TXT.
      *    Emprestimo entre empresas do grupo (MUTUO.DAT, BANCO96)
      *    e divida de uma empresa com OUTRA do grupo: a linha da
      *    tomadora continua mostrando o titulo, mas o total do
      *    GRUPO elimina esses pendentes (e as devolucoes confirma-
      *    das no periodo), senao o grupo parece dever o que deve
      *    a si mesmo.
      *    Aplicacoes financeiras ativas (APLIC.DAT, BANCO20) saem
      *    por empresa e somam na posicao do grupo - o dinheiro
      *    aplicado saiu das contas mas e caixa do grupo.
      *    Menu principal, opcao 46.
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT MUTUO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUT-NUM
                  FILE STATUS IS FS-MUT.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-CHAVE
                  FILE STATUS IS FS-APL.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       COPY RECEBMAST.

       COPY MUTUOMAST.

       COPY APLICMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO86.TXT".
       01 REG-ARQSAID           PIC X(80).
       77 FS-EMPRESA            PIC XX.
       77 FS-REC                PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-MUT                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-POSICAO            PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-EMPRESAS      PIC 99 VALUE ZEROS.

      *-----titulos de mutuo entre empresas (tomadora + NUM-CHE) e o---*
      *-----que deles sai do total do grupo-----------------------------*
       01 WS-TAB-MUTUO.
           02 WS-TAB-MUT OCCURS 500 TIMES.
               03 WS-TAB-MUT-EMP  PIC 99.
               03 WS-TAB-MUT-CHE  PIC X(06).
       77 WS-QTDE-MUT           PIC 9(04) VALUE ZEROS.
       77 WS-MX                 PIC 9(04) VALUE ZEROS.
       77 WS-E-MUTUO            PIC X VALUE "N".
       88 E-MUTUO-88            VALUE "S".
       77 WS-ELIM-VL-VENC       PIC 9(13)V99 VALUE ZEROS.
       77 WS-ELIM-VL-AVENC      PIC 9(13)V99 VALUE ZEROS.
       77 WS-ELIM-VL-CONF       PIC 9(13)V99 VALUE ZEROS.
       77 WS-LIQ-VALOR          PIC 9(13)V99 VALUE ZEROS.

      *-----aplicacoes financeiras ativas por empresa (APLIC.DAT)------*
       77 FS-APL                PIC XX.
       01 WS-TAB-APLIC.
           02 WS-TAB-APL-VALOR  PIC 9(11)V99 OCCURS 99 TIMES.
       77 WS-GRP-APLIC          PIC 9(13)V99 VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(76) VALUE ALL "-".
       01 LINHA-TITULO.
           02 AVENC-DET        PIC ZZZ.ZZ9,99.
           02 F PIC X(06) VALUE " Conf.".
           02 CONF-DET         PIC ZZZ.ZZ9,99.
       01 LINHA-EMP-APLIC.
           02 F PIC X(05) VALUE SPACES.
           02 F PIC X(26) VALUE "Aplicacoes financeiras R$ ".
           02 APLIC-DET        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(26).
               CLOSE EMPRESA
               DISPLAY (01 01) ERASE
               CHAIN "BANCO.COM".
           PERFORM P-CARGA-MUTUO THRU P-CARGA-MUTUO-FIM.
           PERFORM P-CARGA-APLIC THRU P-CARGA-APLIC-FIM.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
               IF WS-DATA-R NOT < WS-DATA-I
                   AND WS-DATA-R NOT > WS-DATA-F
                   ADD VALOR-PAGO TO WS-EMP-VL-CONF
                   PERFORM P-TESTA-MUTUO THRU P-TESTA-MUTUO-FIM
                   IF E-MUTUO-88
                       ADD VALOR-PAGO TO WS-ELIM-VL-CONF
                   END-IF
               END-IF
               GO TO P-APURA-LER.
           PERFORM P-TESTA-MUTUO THRU P-TESTA-MUTUO-FIM.
           MOVE ANO-CHE TO ANO-R.
           MOVE MES-CHE TO MES-R.
           MOVE DIA-CHE TO DIA-R.
           IF WS-DATA-R < WS-HOJE-AMD
               ADD 1 TO WS-EMP-QT-VENC
               ADD VALOR-CHE TO WS-EMP-VL-VENC
               IF E-MUTUO-88
                   ADD VALOR-CHE TO WS-ELIM-VL-VENC
               END-IF
           ELSE
               ADD 1 TO WS-EMP-QT-AVENC
               ADD VALOR-CHE TO WS-EMP-VL-AVENC
               IF E-MUTUO-88
                   ADD VALOR-CHE TO WS-ELIM-VL-AVENC.
           GO TO P-APURA-LER.
       P-APURA-EMPRESA-FIM.

      *-----documento e o titulo de um mutuo desta empresa?-------------*
       P-TESTA-MUTUO.
           MOVE "N" TO WS-E-MUTUO.
           IF DESCRI1-CHE NOT = "MUTUO"
               GO TO P-TESTA-MUTUO-FIM.
           MOVE ZEROS TO WS-MX.
       P-TESTA-MUTUO-LER.
           ADD 1 TO WS-MX.
           IF WS-MX > WS-QTDE-MUT
               GO TO P-TESTA-MUTUO-FIM.
           IF WS-TAB-MUT-EMP(WS-MX) = EMPRESA-COD
               AND WS-TAB-MUT-CHE(WS-MX) = NUM-CHE
               MOVE "S" TO WS-E-MUTUO
               GO TO P-TESTA-MUTUO-FIM.
           GO TO P-TESTA-MUTUO-LER.
       P-TESTA-MUTUO-FIM.

      *-----emprestimos entre empresas ainda valendo (MUTUO.DAT)--------*
       P-CARGA-MUTUO.
           MOVE ZEROS TO WS-QTDE-MUT.
           OPEN INPUT MUTUO.
           IF FS-MUT NOT = "00"
               CLOSE MUTUO
               GO TO P-CARGA-MUTUO-FIM.
           MOVE ZEROS TO MUT-NUM.
           START MUTUO KEY IS NOT LESS THAN MUT-NUM
               INVALID KEY
                   CLOSE MUTUO
                   GO TO P-CARGA-MUTUO-FIM.
       P-CARGA-MUTUO-LER.
           READ MUTUO NEXT RECORD
               AT END
                   CLOSE MUTUO
                   GO TO P-CARGA-MUTUO-FIM.
           IF MUT-CANCELADO
               GO TO P-CARGA-MUTUO-LER.
           IF WS-QTDE-MUT NOT < 500
               GO TO P-CARGA-MUTUO-LER.
           ADD 1 TO WS-QTDE-MUT.
           MOVE MUT-EMP-DEV TO WS-TAB-MUT-EMP(WS-QTDE-MUT).
           MOVE MUT-NUM-CHE-DEV TO WS-TAB-MUT-CHE(WS-QTDE-MUT).
           GO TO P-CARGA-MUTUO-LER.
       P-CARGA-MUTUO-FIM.

      *-----posicao bruta das aplicacoes ativas, por empresa-----------*
       P-CARGA-APLIC.
           MOVE ZEROS TO WS-TAB-APLIC.
           MOVE ZEROS TO WS-GRP-APLIC.
           OPEN INPUT APLIC.
           IF FS-APL NOT = "00"
               CLOSE APLIC
               GO TO P-CARGA-APLIC-FIM.
           MOVE ZEROS TO APL-CHAVE.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   CLOSE APLIC
                   GO TO P-CARGA-APLIC-FIM.
       P-CARGA-APLIC-LER.
           READ APLIC NEXT RECORD
               AT END
                   CLOSE APLIC
                   GO TO P-CARGA-APLIC-FIM.
           IF NOT APL-CABECALHO OR NOT APL-ATIVA
               GO TO P-CARGA-APLIC-LER.
           IF APL-EMPRESA = ZEROS
               GO TO P-CARGA-APLIC-LER.
           ADD APL-SALDO TO WS-TAB-APL-VALOR(APL-EMPRESA).
           GO TO P-CARGA-APLIC-LER.
       P-CARGA-APLIC-FIM.

       P-LINHA-EMPRESA.
           ADD WS-EMP-QT-VENC TO WS-GRP-QT-VENC.
           ADD WS-EMP-VL-VENC TO WS-GRP-VL-VENC.
           WRITE REG-ARQSAID FROM LINHA-EMP.
           DISPLAY (LIN, 01) LINHA-EMP.
           ADD 1 TO LIN.
           IF EMPRESA-COD NOT = ZEROS
               AND WS-TAB-APL-VALOR(EMPRESA-COD) NOT = ZEROS
               ADD WS-TAB-APL-VALOR(EMPRESA-COD) TO WS-GRP-APLIC
               MOVE WS-TAB-APL-VALOR(EMPRESA-COD) TO APLIC-DET
               WRITE REG-ARQSAID FROM LINHA-EMP-APLIC
               DISPLAY (LIN, 01) LINHA-EMP-APLIC
               ADD 1 TO LIN.

      *-----contas a receber em aberto (arquivo unico do grupo)--------*
       P-RECEBIVEIS.
           MOVE "GRUPO - Receber em aberto." TO ROTULO-TOT-DET.
           MOVE WS-RECEB-ABERTO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           IF WS-ELIM-VL-VENC NOT = ZEROS
               OR WS-ELIM-VL-AVENC NOT = ZEROS
               OR WS-ELIM-VL-CONF NOT = ZEROS
               PERFORM P-ELIMINACAO.
           MOVE "GRUPO - Aplicacoes financ." TO ROTULO-TOT-DET.
           MOVE WS-GRP-APLIC TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           COMPUTE WS-POSICAO = WS-RECEB-ABERTO + WS-GRP-APLIC
               - WS-GRP-VL-VENC - WS-GRP-VL-AVENC
               + WS-ELIM-VL-VENC + WS-ELIM-VL-AVENC.
           MOVE "GRUPO - Posicao projetada." TO ROTULO-TOT-DET.
           MOVE WS-POSICAO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

      *-----divida entre empresas do grupo sai do total consolidado-----*
       P-ELIMINACAO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "(-) Mutuo entre emp.-Venc." TO ROTULO-TOT-DET.
           MOVE WS-ELIM-VL-VENC TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "(-) Mutuo entre emp.-A vc." TO ROTULO-TOT-DET.
           MOVE WS-ELIM-VL-AVENC TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           MOVE "(-) Mutuo entre emp.-Conf." TO ROTULO-TOT-DET.
           MOVE WS-ELIM-VL-CONF TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           COMPUTE WS-LIQ-VALOR = WS-GRP-VL-VENC - WS-ELIM-VL-VENC.
           MOVE "GRUPO LIQ. - Vencidos....." TO ROTULO-TOT-DET.
           MOVE WS-LIQ-VALOR TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           COMPUTE WS-LIQ-VALOR = WS-GRP-VL-AVENC - WS-ELIM-VL-AVENC.
           MOVE "GRUPO LIQ. - A vencer....." TO ROTULO-TOT-DET.
           MOVE WS-LIQ-VALOR TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           COMPUTE WS-LIQ-VALOR = WS-GRP-VL-CONF - WS-ELIM-VL-CONF.
           MOVE "GRUPO LIQ. - Confirmados.." TO ROTULO-TOT-DET.
           MOVE WS-LIQ-VALOR TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.

       P-MONTA-ARQ-BCO.
           IF EMPRESA-COD = 1
               MOVE "BCO.DAT" TO WS-ARQ-BCO
