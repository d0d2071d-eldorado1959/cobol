                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-PERFIL.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.

       COPY EMPRESA.

       COPY RARQMAST.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS                   PIC XX.
       77 FS-ARQ                PIC XX.
      *-----arquivo de relatorios emitidos (RELARQ.DAT / BANCO02)------*
       77 FS-RARQ               PIC XX.
       77 WS-RARQ-QT            PIC 9(05) VALUE ZEROS.
       77 WS-RARQ-FILTRO        PIC X(59) VALUE SPACES.
       01 WS-RARQ-DOS.
           03 WS-RARQ-AA        PIC 99.
           03 WS-RARQ-MM        PIC 99.
           03 WS-RARQ-DD        PIC 99.
       01 WS-RARQ-TIME.
           03 WS-RARQ-HH        PIC 99.
           03 WS-RARQ-MI        PIC 99.
           03 WS-RARQ-SS        PIC 99.
           03 WS-RARQ-CC        PIC 99.
       77 FS-FILTRO             PIC XX.
       77 WS-CONSOLIDA         PIC X VALUE "N".
       88 CONSOLIDA-88         VALUE "S" "s".
           DISPLAY (21 05) "Imprimir ?  < S/N/A=Arquivo >" .
           ACCEPT (21 25) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "S" or "s" OR "0"
              PERFORM P-IMPRIME
              PERFORM P-EXPORTA.
           IF WS-CONF = "A" OR "a"
              PERFORM P-EXPORTA.
           MOVE WS-MEDIA-VALOR TO WS-MOSTRA-VALOR.
           WRITE REG-ARQSAID FROM LINHA-DET2.
           WRITE REG-ARQSAID FROM LINHA-DET3.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Periodo " DIA-INI "/" MES-INI "/" ANO-INI " a "
                  DIA-1 "/" MES-1 "/" ANO-1 " consolida "
                  WS-CONSOLIDA
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
       P-EXPORTA-FIM.

       P-ERRO-LEITURA.
           MOVE "C" TO RUN-SITUACAO.
           REWRITE REG-RUNCTL.
           CLOSE RUNCTL.

      *-----------------------------------------------------------*
      * Arquivo de relatorios (RELARQ.DAT): o .TXT recem-fechado   *
      * e copiado linha a linha, com o cabecalho da                *
      * emissao (data, hora, terminal, operador e empresa da       *
      * sessao, filtros informados) - a reimpressao do BANCO02     *
      * devolve o relatorio como saiu, nao como o movimento esta.  *
      *-----------------------------------------------------------*
       P-ARQUIVA-REL.
           OPEN INPUT ARQSAID.
           IF FS-ARQ NOT = "00"
               CLOSE ARQSAID
               GO TO P-ARQUIVA-REL-FIM.
           OPEN I-O RELARQ.
           IF FS-RARQ = "30" OR FS-RARQ = "35"
               CLOSE RELARQ
               OPEN OUTPUT RELARQ
               CLOSE RELARQ
               OPEN I-O RELARQ.
           IF FS-RARQ NOT = "00"
               CLOSE ARQSAID RELARQ
               GO TO P-ARQUIVA-REL-FIM.
           MOVE SPACES TO REG-RELARQ.
           MOVE ZEROS TO RARQ-OPER-COD.
           MOVE 1 TO RARQ-EMPRESA.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO = "00"
               READ SESSAO NEXT RECORD
                   AT END
                       MOVE ZEROS TO RARQ-OPER-COD
                   NOT AT END
                       MOVE SESSAO-OPER-COD TO RARQ-OPER-COD
                       MOVE SESSAO-EMPRESA-COD TO RARQ-EMPRESA
               END-READ.
           CLOSE SESSAO.
           ACCEPT WS-RARQ-DOS FROM DATE.
           ACCEPT WS-RARQ-TIME FROM TIME.
           MOVE "BANCO09" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "BANCO09.TXT" TO RARQ-ARQUIVO.
           MOVE WS-RARQ-FILTRO TO RARQ-FILTRO.
      *     mesma estacao, mesmo programa, mesmo segundo: a hora
      *     anda um segundo p/ a chave nao repetir
       P-ARQUIVA-REL-CAB.
           WRITE REG-RELARQ
               INVALID KEY
                   ADD 1 TO RARQ-HORA
                   GO TO P-ARQUIVA-REL-CAB.
           MOVE ZEROS TO WS-RARQ-QT.
       P-ARQUIVA-REL-LER.
           READ ARQSAID
               AT END
                   GO TO P-ARQUIVA-REL-FECHA.
           ADD 1 TO WS-RARQ-QT.
           MOVE WS-RARQ-QT TO RARQ-LINHA.
           MOVE REG-ARQSAID TO RARQ-TEXTO.
           WRITE REG-RELARQ.
           GO TO P-ARQUIVA-REL-LER.
       P-ARQUIVA-REL-FECHA.
           MOVE ZEROS TO RARQ-LINHA.
           READ RELARQ
               INVALID KEY
                   GO TO P-ARQUIVA-REL-SAI.
           MOVE WS-RARQ-QT TO RARQ-QT-LINHAS.
           REWRITE REG-RELARQ.
       P-ARQUIVA-REL-SAI.
           CLOSE ARQSAID RELARQ.
       P-ARQUIVA-REL-FIM.
