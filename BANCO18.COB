      *    imprime o corpo do cheque: favorecido, data, valor em
      *    numeros e o mesmo valor por extenso, do jeito que se
      *    preenche um cheque de papel.
      *    Toda folha que sai da impressora fica no diario
      *    EMITCHQ.DAT - emitida ou inutilizada (impressao errada,
      *    reimpressao em outra folha) - p/ o arquivo de cheques
      *    emitidos ao banco (BANCO97) avisar o que vale e sustar
      *    o que nao vale.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  RECORD KEY IS TALAO-NUM
                  FILE STATUS IS FS-TALAO.

           SELECT EMITCHQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EMIT.

           SELECT RELATO    ASSIGN TO PRINTER.

           SELECT ARQSAID   ASSIGN TO DISK

       COPY IMPRMAST.

       COPY EMITMAST.

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

       77 FS                   PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-TALAO              PIC XX.
       77 FS-EMIT               PIC XX.
       77 WS-EMIT-TIPO          PIC X VALUE SPACES.
       77 WS-FOLHA-ANTERIOR     PIC 9(06) VALUE ZEROS.
       77 WS-REIMPRESSAO        PIC X VALUE "N".
       88 REIMPRESSAO-88        VALUE "S".
       77 FS-FORN               PIC XX.
       77 WS-TEM-FORN           PIC X VALUE "N".
       88 TEM-FORN-88           VALUE "S".
      * cadastrado p/ a conta, imprime como sempre.               *
      *-----------------------------------------------------------*
       P-IMPRIME-COM-FOLHA.
      *     reimpressao: a folha usada antes deixa de valer
           MOVE "N" TO WS-REIMPRESSAO.
           IF FOLHA-CHE NOT = ZEROS
               MOVE "S" TO WS-REIMPRESSAO
               MOVE FOLHA-CHE TO WS-FOLHA-ANTERIOR
               MOVE "I" TO WS-EMIT-TIPO
               PERFORM P-GRAVA-EMIT
               MOVE ZEROS TO FOLHA-CHE.
           PERFORM P-ACHA-TALAO THRU P-ACHA-TALAO-FIM.
           IF NOT ACHOU-TALAO-88
               PERFORM P-IMPRIME
               MOVE "E" TO WS-EMIT-TIPO
               PERFORM P-GRAVA-EMIT
               IF REIMPRESSAO-88
                   PERFORM P-REWRITE-BCO
               END-IF
               GO TO P-IMPRIME-COM-FOLHA-FIM.
       P-IMPRIME-FOLHA-LOOP.
           MOVE TALAO-PROX-FOLHA TO FOLHA-CHE.
           DISPLAY (14 04) WS-LIMPA.
           IF WS-P = "S" OR "s" OR "0"
               PERFORM P-REWRITE-BCO
               MOVE "E" TO WS-EMIT-TIPO
               PERFORM P-GRAVA-EMIT
               GO TO P-IMPRIME-COM-FOLHA-FIM.
           ADD 1 TO TALAO-QTDE-INUTIL.
           REWRITE REG-TALAO.
           MOVE "I" TO WS-EMIT-TIPO.
           PERFORM P-GRAVA-EMIT.
           IF TALAO-ESGOTADO
               DISPLAY (22 04) "!! TALAO ESGOTOU NO ERRO - CADASTRE"
               DISPLAY (22 40) " OUTRO (BANCO64) !!"
           GO TO P-IMPRIME-FOLHA-LOOP.
       P-IMPRIME-COM-FOLHA-FIM.

      *-----------------------------------------------------------*
      * Diario de folhas (EMITCHQ.DAT): "E" = a folha em FOLHA-CHE *
      * saiu valendo; "I" = folha inutilizada - a que acabou de    *
      * sair errada ou, na reimpressao, a anterior do documento    *
      * (WS-FOLHA-ANTERIOR).                                       *
      *-----------------------------------------------------------*
       P-GRAVA-EMIT.
           OPEN EXTEND EMITCHQ.
           IF FS-EMIT = "30"
               CLOSE EMITCHQ
               OPEN OUTPUT EMITCHQ
               CLOSE EMITCHQ
               OPEN EXTEND EMITCHQ.
           MOVE WS-EMPRESA-ATUAL TO EMI-EMPRESA.
           MOVE DIA            TO EMI-DIA.
           MOVE MES            TO EMI-MES.
           MOVE ANO            TO EMI-ANO.
           MOVE WS-EMIT-TIPO   TO EMI-TIPO.
           MOVE NUM-CHE        TO EMI-NUM-CHE.
           MOVE CONTA-CHE      TO EMI-CONTA.
           MOVE FOLHA-CHE      TO EMI-FOLHA.
           IF WS-EMIT-TIPO = "I" AND WS-FOLHA-ANTERIOR NOT = ZEROS
               MOVE WS-FOLHA-ANTERIOR TO EMI-FOLHA
               MOVE ZEROS TO WS-FOLHA-ANTERIOR.
           MOVE VALOR-CHE      TO EMI-VALOR.
           MOVE DESCRI-CHE     TO EMI-FAVORECIDO.
           COMPUTE EMI-VCTO = DIA-CHE * 1000000 + MES-CHE * 10000
               + ANO-CHE.
           MOVE WS-OPER-ATUAL  TO EMI-OPER-COD.
           WRITE REG-EMITCHQ.
           CLOSE EMITCHQ.

      *-----talao ativo da conta do cheque------------------------------*
       P-ACHA-TALAO.
           MOVE "N" TO WS-ACHOU-TALAO.
