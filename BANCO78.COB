      *    retencoes IRRF/INSS, juros pagos e recebidos, e o
      *    resultado - com o mes anterior na coluna do lado p/
      *    comparar. E o relatorio que o gerente do banco pede
      *    toda vez que se discute limite. O rendimento das
      *    aplicacoes financeiras da empresa (APLIC.DAT, BANCO20)
      *    entra como receita financeira, pelo mes do rendimento.
      *    Tela + BANCO78.TXT.
      *    Menu principal, opcao 38.
      *
       ENVIRONMENT DIVISION.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-CHAVE
                  FILE STATUS IS FS-APL.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       COPY NATUMAST.

       COPY APLICMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 FS-APL                PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-TEM-NATUREZA       PIC X VALUE "N".
       88 TEM-NATUREZA-88       VALUE "S".
       77 WS-P                 PIC X VALUE SPACES.
               05 WS-AC-INSS    PIC S9(11)V99.
               05 WS-AC-JPAGO   PIC S9(11)V99.
               05 WS-AC-JRECEB  PIC S9(11)V99.
               05 WS-AC-RENDAPL PIC S9(11)V99.
               05 WS-AC-RESULT  PIC S9(12)V99.
      *-----despesa por natureza, nas duas colunas----------------------*
       01 WS-TAB-NAT.
           PERFORM P-VARRE-BCO THRU P-VARRE-BCO-FIM.
           PERFORM P-VARRE-RECEBER THRU P-VARRE-RECEBER-FIM.
           PERFORM P-VARRE-CAIXA THRU P-VARRE-CAIXA-FIM.
           PERFORM P-VARRE-APLIC THRU P-VARRE-APLIC-FIM.
           PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           PERFORM P-FIM.

           GO TO P-VARRE-CAIXA-LER.
       P-VARRE-CAIXA-FIM.

      *-----rendimento das aplicacoes financeiras da empresa-----------*
       P-VARRE-APLIC.
           OPEN INPUT APLIC.
           IF FS-APL NOT = "00"
               CLOSE APLIC
               GO TO P-VARRE-APLIC-FIM.
           MOVE ZEROS TO APL-CHAVE.
           START APLIC KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   CLOSE APLIC
                   GO TO P-VARRE-APLIC-FIM.
       P-VARRE-APLIC-LER.
           READ APLIC NEXT RECORD
               AT END
                   CLOSE APLIC
                   GO TO P-VARRE-APLIC-FIM.
           IF APL-CABECALHO OR NOT APL-MOV-RENDIMENTO
               GO TO P-VARRE-APLIC-LER.
           IF APL-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-VARRE-APLIC-LER.
           DIVIDE APL-DATA BY 100 GIVING WS-TESTA-AM.
           IF WS-TESTA-AM = WS-AM-1
               ADD APL-VALOR TO WS-AC-RENDAPL(1)
           ELSE
           IF WS-TESTA-AM = WS-AM-2
               ADD APL-VALOR TO WS-AC-RENDAPL(2).
           GO TO P-VARRE-APLIC-LER.
       P-VARRE-APLIC-FIM.

       P-IMPRIME.
           COMPUTE WS-AC-RESULT(1) =
               WS-AC-RECEB(1) + WS-AC-CAIXA(1) + WS-AC-JRECEB(1)
               + WS-AC-RENDAPL(1)
               - WS-AC-DESP(1) - WS-AC-JPAGO(1).
           COMPUTE WS-AC-RESULT(2) =
               WS-AC-RECEB(2) + WS-AC-CAIXA(2) + WS-AC-JRECEB(2)
               + WS-AC-RENDAPL(2)
               - WS-AC-DESP(2) - WS-AC-JPAGO(2).
           OPEN OUTPUT ARQSAID.
           MOVE 6 TO LIN.
           MOVE WS-AC-JRECEB(1) TO VALOR-1-DET.
           MOVE WS-AC-JRECEB(2) TO VALOR-2-DET.
           PERFORM P-GRAVA-LINHA.
           MOVE "Rendim. aplicacoes fin. " TO ROTULO-DRE.
           MOVE WS-AC-RENDAPL(1) TO VALOR-1-DET.
           MOVE WS-AC-RENDAPL(2) TO VALOR-2-DET.
           PERFORM P-GRAVA-LINHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
      *     despesas abertas por natureza, colunas mes x anterior
           MOVE ZEROS TO WS-IDX.
                   EXIT PARAGRAPH.
           IF SESSAO-ARQ-BCO NOT = SPACES
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           CLOSE SESSAO.

       P-FIM.
