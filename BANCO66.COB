      *    relatorio do periodo por natureza com quebra por
      *    departamento - finalmente se ve QUE tipo de custo esta
      *    crescendo, nao so quem gastou. Tela + BANCO66.TXT.
      *    O titulo de reposicao do fundo fixo (BANCO34) entra
      *    pelos vales que ele repos (VALEFUN.DAT), cada um na sua
      *    natureza e no departamento que gastou.
      *    Menu principal, opcao 32.
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEPTO-COD
                  FILE STATUS IS FS-DEPTO.
           SELECT VALEFUN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-CHAVE
                  ALTERNATE RECORD KEY IS VAL-REPOS
                      WITH DUPLICATES
                  FILE STATUS IS FS-VAL.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.

       COPY DEPTOMAST.

       COPY VALEMAST.

       COPY CADHMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
       77 FS                   PIC XX.
       77 FS-NAT                PIC XX.
       77 FS-DEPTO              PIC XX.
       77 FS-VAL                PIC XX.
       77 WS-TEM-VALE           PIC X VALUE "N".
       77 WS-ACHOU-VALE         PIC X VALUE "N".
       77 FS-ARQ                PIC XX.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
               CLOSE NATUREZA
               OPEN I-O NATUREZA.
           OPEN INPUT DEPTO.
           MOVE "N" TO WS-TEM-VALE.
           OPEN INPUT VALEFUN.
           IF FS-VAL = "00"
               MOVE "S" TO WS-TEM-VALE.

       P01-MENU.
           DISPLAY TELA-MENU.
                       GO TO P-RELATORIO-MOSTRA.
           IF CHE-CANCELADO OR CHE-ESTORNO
               GO TO P-RELATORIO-LER.
           IF WS-TEM-VALE = "S"
               PERFORM P-RELATORIO-VALES THRU P-RELATORIO-VALES-FIM
               IF WS-ACHOU-VALE = "S"
                   GO TO P-RELATORIO-LER.
           IF NATUREZA-CHE = ZEROS
               ADD 1 TO WS-SEM-NAT-QTDE
               ADD VALOR-CHE TO WS-SEM-NAT-VALOR
               TO WS-NAT-DEP-VALOR ( WS-NAT-IDX WS-DEP-IDX ).
           GO TO P-RELATORIO-LER.

      *-----reposicao de fundo fixo: soma vale a vale------------------*
       P-RELATORIO-VALES.
           MOVE "N" TO WS-ACHOU-VALE.
           MOVE WS-EMPRESA-ATUAL TO VAL-REPOS-EMP.
           MOVE NUM-CHE TO VAL-REPOS-CHE.
           START VALEFUN KEY IS EQUAL TO VAL-REPOS
               INVALID KEY
                   GO TO P-RELATORIO-VALES-FIM.
       P-RELATORIO-VALES-LER.
           READ VALEFUN NEXT RECORD
               AT END
                   GO TO P-RELATORIO-VALES-FIM.
           IF VAL-REPOS-EMP NOT = WS-EMPRESA-ATUAL
                   OR VAL-REPOS-CHE NOT = NUM-CHE
               GO TO P-RELATORIO-VALES-FIM.
           MOVE "S" TO WS-ACHOU-VALE.
           IF VAL-NATUREZA = ZEROS
               ADD 1 TO WS-SEM-NAT-QTDE
               ADD VAL-VALOR TO WS-SEM-NAT-VALOR
               GO TO P-RELATORIO-VALES-LER.
           MOVE VAL-NATUREZA TO WS-NAT-IDX.
           ADD 1 TO WS-NAT-QTDE ( WS-NAT-IDX ).
           ADD VAL-VALOR TO WS-NAT-VALOR ( WS-NAT-IDX ).
           COMPUTE WS-DEP-IDX = VAL-DEPTO + 1.
           IF WS-DEP-IDX > 10
               MOVE 10 TO WS-DEP-IDX.
           ADD VAL-VALOR
               TO WS-NAT-DEP-VALOR ( WS-NAT-IDX WS-DEP-IDX ).
           GO TO P-RELATORIO-VALES-LER.
       P-RELATORIO-VALES-FIM.

       P-RELATORIO-MOSTRA.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.

       P-FIM.
           CLOSE NATUREZA DEPTO.
           IF WS-TEM-VALE = "S"
               CLOSE VALEFUN.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

