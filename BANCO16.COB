      *    BANCO01/BANCO06 gravam em OBS-CHE e que BANCO05/BANCO14
      *    ja decodificam na tela) dentro de um periodo informado,
      *    para fechar quanto cada departamento gastou no periodo.
      *    As requisicoes de uso e consumo do estoque (REQINT.DAT,
      *    MERC20) entram no departamento que pediu, pelo custo
      *    medio - fora do total de documentos, que continua
      *    sendo conferido contra o caixa apurado.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-CAIXA.

           SELECT REQINT    ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-REQ.

           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
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

       COPY RATEIOMAST.

       COPY REQIMAST.

       COPY EMPRESA.

       COPY RARQMAST.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
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
       77 FS-CAIXA              PIC XX.
       77 FS-RATEIO             PIC XX.
       77 WS-TEM-RATEIO         PIC X VALUE "N".
       77 WS-IDX               PIC 99.
       77 WS-TAB-DEPTO-CHEIA   PIC X VALUE "N".
       88 TAB-DEPTO-CHEIA      VALUE "S".
       77 FS-REQ               PIC XX.
       77 WS-TOTAL-CONSUMO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-AMD-REQ           PIC 9(08) VALUE ZEROS.
       77 WS-AMD-INI           PIC 9(08) VALUE ZEROS.
       77 WS-AMD-FIM           PIC 9(08) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           02 f pic x(02) value spaces.
           02 ALERTA-CAIXA-DET PIC X(20).

      *-----uso e consumo do estoque (MERC20) ja somado nos deptos-----*
       01 LINHA-CONSUMO.
           02 f pic x(02) value spaces.
           02 F PIC X(24) VALUE "Uso e consumo (estoque)".
           02 F PIC X(06) VALUE "R$    ".
           02 VALOR-CONSUMO-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(22) VALUE "  (incluido nos deptos".
           02 F PIC X(01) VALUE ")".

       01 LINHA-LIMPA.
           02 f pic x(80) value ALL " ".

           MOVE DIA-C TO DIA-FIM-DET.
           MOVE MES-C TO MES-FIM-DET.
           MOVE ANO-C TO ANO-FIM-DET.
           PERFORM P-SOMA-CONSUMO THRU P-SOMA-CONSUMO-FIM.
           MOVE 5 TO LIN.
           MOVE 1 TO WS-IDX.
           IF NOT LOTE-88
               PERFORM P-MOSTRA-TELA.
           IF WS-TOTAL-CONSUMO NOT = ZEROS
               MOVE WS-TOTAL-CONSUMO TO WS-MOSTRA-VALOR
               DISPLAY (18 04) "Uso e consumo (estoque) nos deptos"
               DISPLAY (18 43) "R$: " WS-MOSTRA-VALOR.
           MOVE WS-TOTAL-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (20 04) WS-TOTAL-IMPRESSOS " documento(s), total".
           DISPLAY (20 34) "R$: " WS-MOSTRA-VALOR.
           DISPLAY (23 05) "Imprimir ?  < S/N/A=Arquivo >" .
           ACCEPT (23 35) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "S" OR "s" OR "0"
               PERFORM P-IMPRIME
               PERFORM P-EXPORTA.
           IF WS-CONF = "A" OR "a"
               PERFORM P-EXPORTA.
           DISPLAY (24 04) " Tecle  -  <  ENTER  > ".
           CLOSE CAIXA.
       P-LE-CAIXA-FIM.

      *-----requisicoes de uso e consumo (MERC20) do periodo, somadas--*
      *-----no departamento que pediu. Datas viradas p/ AAAAMMDD p/----*
      *-----comparar a faixa sem confundir dia com ano-----------------*
       P-SOMA-CONSUMO.
           MOVE ZEROS TO WS-TOTAL-CONSUMO.
           COMPUTE WS-AMD-INI = ANO-I * 10000 + MES-I * 100 + DIA-I.
           COMPUTE WS-AMD-FIM = ANO-C * 10000 + MES-C * 100 + DIA-C.
           OPEN INPUT REQINT.
           IF FS-REQ NOT = "00"
               GO TO P-SOMA-CONSUMO-FIM.
       P-SOMA-CONSUMO-PROX.
           READ REQINT NEXT RECORD
               AT END
                   GO TO P-SOMA-CONSUMO-FECHA.
           COMPUTE WS-AMD-REQ =
               REQ-ANO * 10000 + REQ-MES * 100 + REQ-DIA.
           IF WS-AMD-REQ > WS-AMD-FIM
               GO TO P-SOMA-CONSUMO-PROX.
           IF WS-AMD-INI NOT = ZEROS AND WS-AMD-REQ < WS-AMD-INI
               GO TO P-SOMA-CONSUMO-PROX.
           ADD REQ-VALOR TO WS-TOTAL-CONSUMO.
           COMPUTE WS-IDX = REQ-DEPTO + 1.
           IF WS-IDX > 10
               MOVE "S" TO WS-TAB-DEPTO-CHEIA
           ELSE
               ADD 1 TO WS-TAB-DEPTO-QTDE ( WS-IDX )
               ADD REQ-VALOR TO WS-TAB-DEPTO-VALOR ( WS-IDX ).
           GO TO P-SOMA-CONSUMO-PROX.
       P-SOMA-CONSUMO-FECHA.
           CLOSE REQINT.
       P-SOMA-CONSUMO-FIM.

      *-----nome do departamento pelo mesmo codigo que BANCO01/06------*
      *-----grava e BANCO05/BANCO14 ja decodificam na tela-------------*
       P-NOME-DEPTO.
           WRITE REG-RELATO FROM LINHA-LIMPA.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-DEPTO.
           IF WS-TOTAL-CONSUMO NOT = ZEROS
               MOVE WS-TOTAL-CONSUMO TO VALOR-CONSUMO-DET
               WRITE REG-RELATO FROM LINHA-CONSUMO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           PERFORM P-MONTA-LINHA-CAIXA.
           WRITE REG-RELATO FROM LINHA-CAIXA.
           WRITE REG-ARQSAID FROM LINHA-LIMPA.
           MOVE 1 TO WS-IDX.
           PERFORM P-EXPORTA-DEPTO.
           IF WS-TOTAL-CONSUMO NOT = ZEROS
               MOVE WS-TOTAL-CONSUMO TO VALOR-CONSUMO-DET
               WRITE REG-ARQSAID FROM LINHA-CONSUMO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           PERFORM P-MONTA-LINHA-CAIXA.
           WRITE REG-ARQSAID FROM LINHA-CAIXA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Periodo " DIA-I "/" MES-I "/" ANO-I " a " DIA-C
                  "/" MES-C "/" ANO-C " consolida " WS-CONSOLIDA
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
       P-EXPORTA-FIM.

      *-----monta a linha de conferencia do caixa, usada tanto na----*
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
           MOVE "BANCO16" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "BANCO16.TXT" TO RARQ-ARQUIVO.
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
