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
                                VALUE OF FILE-ID IS "BANCO38.TXT".
       01 REG-ARQSAID           PIC X(80).

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
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
           IF WS-ANO-BASE = ZEROS
               CLOSE BANCO FILTRO
               IF LOTE-88
                   CHAIN "BANCO25.COM"
               ELSE
                   CHAIN "BANCO.COM".
           MOVE WS-ANO-BASE TO FILTRO-ANO-INI.
               PERFORM P-EXPORTA
               PERFORM P-RUN-COMPLETA
               CLOSE BANCO RELATO FILTRO
               CHAIN "BANCO25.COM".
           DISPLAY (21 05) "Imprimir ?  < S/N/A=Arquivo >" .
           ACCEPT (21 35) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "S" OR "s" OR "0"
               IF WS-COPIAS = ZEROS
                   MOVE 1 TO WS-COPIAS
               END-IF
               PERFORM P-IMPRIME
               PERFORM P-EXPORTA.
           IF WS-CONF = "A" OR "a"
               PERFORM P-EXPORTA.
           DISPLAY (22 04) " Tecle  -  <  ENTER  > ".
           PERFORM P-EXPORTA-FORN THRU P-EXPORTA-FORN-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Ano base " WS-ANO-BASE
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
       P-EXPORTA-FIM.

       P-EXPORTA-FORN.
                   WRITE REG-FILTRO.
           MOVE FILTRO-ANO-INI TO WS-ANO-BASE.

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
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
           MOVE "BANCO38" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "BANCO38.TXT" TO RARQ-ARQUIVO.
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
