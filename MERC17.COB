       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERC17.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    MARGEM BRUTA POR PRODUTO E SECAO DE GONDOLA
      *    O MERC06 baixa toda venda do PDV como saida "S" no
      *    diario de estoque (MOVEST.DAT), valorizada ao preco de
      *    venda - mas ninguem sabia quais secoes dao dinheiro.
      *    Soma as vendas do PDV do periodo informado (saidas "S"
      *    sem documento; devolucao a fornecedor traz o NUM-CHE e
      *    transferencia entre empresas vem marcada "TRANSF") e,
      *    por produto: quantidade vendida, receita ao preco de
      *    venda, custo pelo custo medio (PROD-CUSTO-MEDIO) e a
      *    margem bruta em reais e em percentual, com subtotal por
      *    secao de gondola (PROD-SECAO) e total geral. Produto
      *    com margem abaixo do minimo digitado sai marcado "<<";
      *    produto sem custo medio sai marcado "SC". Sai na tela e
      *    em MERC17.TXT. Menu de Estoque (BANCO36, opcao 17).
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ESTOQUE.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-RARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY MOVESTMAST.

       COPY ESTQMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "MERC17.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada---------*
      *-----micro): so o numero do terminal----------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY RARQMAST.

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 FS-MOVEST             PIC XX.
       77 FS-ESTOQUE            PIC XX.
       77 FS-ARQ                PIC XX.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao---------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----arquivo de relatorios emitidos (RELARQ.DAT / BANCO02)------*
       77 FS-RARQ               PIC XX.
       77 WS-RARQ-QT            PIC 9(05) VALUE ZEROS.
       77 WS-RARQ-FILTRO        PIC X(59) VALUE SPACES.
       77 WS-RARQ-PCT           PIC Z9,99.
       01 WS-RARQ-DOS.
           03 WS-RARQ-AA        PIC 99.
           03 WS-RARQ-MM        PIC 99.
           03 WS-RARQ-DD        PIC 99.
       01 WS-RARQ-TIME.
           03 WS-RARQ-HH        PIC 99.
           03 WS-RARQ-MI        PIC 99.
           03 WS-RARQ-SS        PIC 99.
           03 WS-RARQ-CC        PIC 99.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-PCT        PIC -ZZ9,99 VALUE ZEROS.

      *-----periodo digitado e em faixa AAAAMMDD------------------------*
       01 WS-DATA-INI.
           03 DIA-INI           PIC 99.
           03 MES-INI           PIC 99.
           03 ANO-INI           PIC 9(04).
       01 WS-DATA-FIM.
           03 DIA-FIM           PIC 99.
           03 MES-FIM           PIC 99.
           03 ANO-FIM           PIC 9(04).
       01 WS-DATA-I.
           03 ANO-I             PIC 9(04).
           03 MES-I             PIC 99.
           03 DIA-I             PIC 99.
       01 WS-DATA-F.
           03 ANO-F             PIC 9(04).
           03 MES-F             PIC 99.
           03 DIA-F             PIC 99.
       01 WS-MOV-AMD.
           03 WS-MAMD-ANO       PIC 9(04).
           03 WS-MAMD-MES       PIC 99.
           03 WS-MAMD-DIA       PIC 99.

      *-----venda por produto; secao e custo medio lidos do cadastro---*
      *-----na primeira venda do produto no periodo---------------------*
       01 WS-MARGEM-PROD.
           03 WS-MG OCCURS 9999 TIMES.
               05 WS-MG-QTDE    PIC 9(09)V999.
               05 WS-MG-RECEITA PIC 9(11)V99.
               05 WS-MG-CUSTO   PIC 9(11)V99.
               05 WS-MG-CUSTO-UN PIC 9(08)V99.
               05 WS-MG-SECAO   PIC 99.
               05 WS-MG-LIDO    PIC X.
       77 WS-QTDE-ABS           PIC 9(06)V999 VALUE ZEROS.
       77 WS-MARGEM-MIN         PIC 9(02)V99 VALUE 15.
       77 WS-MARGEM             PIC S9(11)V99 VALUE ZEROS.
       77 WS-PCT                PIC S9(03)V99 VALUE ZEROS.
       77 WS-PX                 PIC 9(04) VALUE ZEROS.
       77 WS-SX                 PIC 9(03) VALUE ZEROS.
       77 WS-SECAO              PIC 99 VALUE ZEROS.
       77 WS-SEC-QTDE           PIC 9(04) VALUE ZEROS.
       77 WS-SEC-RECEITA        PIC 9(13)V99 VALUE ZEROS.
       77 WS-SEC-CUSTO          PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-RECEITA        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO          PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-PROD           PIC 9(04) VALUE ZEROS.
       77 WS-TOT-MARCADOS       PIC 9(04) VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(74) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(31) VALUE "Margem Bruta das Vendas PDV de ".
           02 PER-TIT          PIC X(21).
           02 F PIC X(08) VALUE " Minimo ".
           02 MIN-TIT          PIC Z9,99.
           02 F PIC X(01) VALUE "%".
       01 LINHA-CABEC.
           02 F PIC X(30) VALUE " Cod  Descricao          Qtde ".
           02 F PIC X(30) VALUE "   Receita      Custo      Mar".
           02 F PIC X(11) VALUE "gem   Marg%".
       01 LINHA-DET.
           02 F PIC X(01) VALUE SPACES.
           02 PROD-DET         PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 DESCR-DET        PIC X(16).
           02 F PIC X(01) VALUE SPACES.
           02 QTDE-DET         PIC ZZZZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 RECEITA-DET      PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 CUSTO-DET        PIC ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 MARGEM-DET       PIC -ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 PCT-DET          PIC -ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 MARCA-DET        PIC X(02).
       01 LINHA-SECAO.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-SEC-DET   PIC X(08).
           02 SEC-DET          PIC 99.
           02 F PIC X(03) VALUE " R$".
           02 RECEITA-SEC-DET  PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(04) VALUE " Cst".
           02 CUSTO-SEC-DET    PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(04) VALUE " Mrg".
           02 MARGEM-SEC-DET   PIC -ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 PCT-SEC-DET      PIC -ZZ9,99.
           02 F PIC X(01) VALUE "%".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN INPUT ESTOQUE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC17".
           DISPLAY (02 18) " Margem Bruta por Produto e Secao ".
           DISPLAY (04 10) "Vendas do PDV no periodo (De/Ate)".
           MOVE ZEROS TO WS-DATA-INI.
           MOVE ZEROS TO WS-DATA-FIM.
           DISPLAY (05 15) "De   :  /  /  .".
           ACCEPT (05 21) DIA-INI WITH PROMPT AUTO-SKIP.
           ACCEPT (05 24) MES-INI WITH PROMPT AUTO-SKIP.
           ACCEPT (05 27) ANO-INI WITH PROMPT AUTO-SKIP.
           DISPLAY (06 15) "Ate  :  /  /  .".
           ACCEPT (06 21) DIA-FIM WITH PROMPT AUTO-SKIP.
           ACCEPT (06 24) MES-FIM WITH PROMPT AUTO-SKIP.
           ACCEPT (06 27) ANO-FIM WITH PROMPT AUTO-SKIP.
           IF WS-DATA-FIM = ZEROS
               PERFORM P-FIM.
           DISPLAY (07 15) "Margem minima % :".
           ACCEPT (07 33) WS-MARGEM-MIN WITH PROMPT UPDATE AUTO-SKIP.
           MOVE ANO-INI TO ANO-I.
           MOVE MES-INI TO MES-I.
           MOVE DIA-INI TO DIA-I.
           MOVE ANO-FIM TO ANO-F.
           MOVE MES-FIM TO MES-F.
           MOVE DIA-FIM TO DIA-F.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           PERFORM P-FIM.

      *-----soma as vendas do PDV do periodo por produto----------------*
       P-VARRE.
           MOVE ZEROS TO WS-MARGEM-PROD.
           OPEN INPUT MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST
               GO TO P-VARRE-FIM.
       P-VARRE-LER.
           READ MOVEST NEXT RECORD
               AT END
                   CLOSE MOVEST
                   GO TO P-VARRE-FIM.
           IF NOT MOV-SAIDA
               GO TO P-VARRE-LER.
           IF MOV-NUM-CHE NOT = SPACES
               GO TO P-VARRE-LER.
           IF MOV-PROD-COD = ZEROS OR MOV-PROD-COD > 9999
               GO TO P-VARRE-LER.
           MOVE MOV-ANO TO WS-MAMD-ANO.
           MOVE MOV-MES TO WS-MAMD-MES.
           MOVE MOV-DIA TO WS-MAMD-DIA.
           IF WS-MOV-AMD < WS-DATA-I OR WS-MOV-AMD > WS-DATA-F
               GO TO P-VARRE-LER.
           IF WS-MG-LIDO(MOV-PROD-COD) NOT = "S"
               PERFORM P-LE-PRODUTO.
           IF MOV-QTDE < ZEROS
               COMPUTE WS-QTDE-ABS = ZEROS - MOV-QTDE
           ELSE
               MOVE MOV-QTDE TO WS-QTDE-ABS.
           ADD WS-QTDE-ABS TO WS-MG-QTDE(MOV-PROD-COD).
           ADD MOV-VALOR TO WS-MG-RECEITA(MOV-PROD-COD).
           COMPUTE WS-MG-CUSTO(MOV-PROD-COD) =
               WS-MG-CUSTO(MOV-PROD-COD)
               + WS-QTDE-ABS * WS-MG-CUSTO-UN(MOV-PROD-COD).
           GO TO P-VARRE-LER.
       P-VARRE-FIM.

      *-----secao e custo medio do cadastro, uma vez por produto-------*
       P-LE-PRODUTO.
           MOVE "S" TO WS-MG-LIDO(MOV-PROD-COD).
           MOVE MOV-PROD-COD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO WS-MG-SECAO(MOV-PROD-COD)
                   MOVE ZEROS TO WS-MG-CUSTO-UN(MOV-PROD-COD)
               NOT INVALID KEY
                   MOVE PROD-SECAO TO WS-MG-SECAO(MOV-PROD-COD)
                   MOVE PROD-CUSTO-MEDIO
                       TO WS-MG-CUSTO-UN(MOV-PROD-COD)
           END-READ.

      *-----uma passada na tabela por secao (1 a 99; sem secao no-------*
      *-----fim), subtotal de cada secao que vendeu---------------------*
       P-IMPRIME.
           OPEN OUTPUT ARQSAID.
           MOVE SPACES TO PER-TIT.
           STRING DIA-INI "/" MES-INI " a " DIA-FIM "/" MES-FIM "/"
               ANO-FIM DELIMITED BY SIZE INTO PER-TIT.
           MOVE WS-MARGEM-MIN TO MIN-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CABEC.
           DISPLAY (07 00) ERASE.
           DISPLAY (07 02) LINHA-CABEC.
           MOVE 8 TO LIN.
           MOVE ZEROS TO WS-TOT-RECEITA.
           MOVE ZEROS TO WS-TOT-CUSTO.
           MOVE ZEROS TO WS-TOT-PROD.
           MOVE ZEROS TO WS-TOT-MARCADOS.
           MOVE ZEROS TO WS-SX.
       P-IMPRIME-SECAO.
           ADD 1 TO WS-SX.
           IF WS-SX > 100
               GO TO P-IMPRIME-TOTAL.
           IF WS-SX = 100
               MOVE ZEROS TO WS-SECAO
           ELSE
               MOVE WS-SX TO WS-SECAO.
           MOVE ZEROS TO WS-SEC-QTDE.
           MOVE ZEROS TO WS-SEC-RECEITA.
           MOVE ZEROS TO WS-SEC-CUSTO.
           MOVE ZEROS TO WS-PX.
       P-IMPRIME-LOOP.
           ADD 1 TO WS-PX.
           IF WS-PX > 9999
               GO TO P-IMPRIME-SUBTOTAL.
           IF WS-MG-QTDE(WS-PX) = ZEROS
               GO TO P-IMPRIME-LOOP.
           IF WS-MG-SECAO(WS-PX) NOT = WS-SECAO
               GO TO P-IMPRIME-LOOP.
           COMPUTE WS-MARGEM =
               WS-MG-RECEITA(WS-PX) - WS-MG-CUSTO(WS-PX).
           IF WS-MG-RECEITA(WS-PX) = ZEROS
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-MARGEM * 100 / WS-MG-RECEITA(WS-PX)
               ON SIZE ERROR
                   MOVE -999,99 TO WS-PCT.
           MOVE SPACES TO MARCA-DET.
           IF WS-MG-CUSTO-UN(WS-PX) = ZEROS
               MOVE "SC" TO MARCA-DET
           ELSE
               IF WS-PCT < WS-MARGEM-MIN
                   MOVE "<<" TO MARCA-DET.
           IF MARCA-DET NOT = SPACES
               ADD 1 TO WS-TOT-MARCADOS.
           MOVE WS-PX TO PROD-DET.
           MOVE WS-PX TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO DESCR-DET
               NOT INVALID KEY
                   MOVE PROD-DESCR TO DESCR-DET
           END-READ.
           MOVE WS-MG-QTDE(WS-PX) TO QTDE-DET.
           MOVE WS-MG-RECEITA(WS-PX) TO RECEITA-DET.
           MOVE WS-MG-CUSTO(WS-PX) TO CUSTO-DET.
           MOVE WS-MARGEM TO MARGEM-DET.
           MOVE WS-PCT TO PCT-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           ADD 1 TO WS-SEC-QTDE.
           ADD WS-MG-RECEITA(WS-PX) TO WS-SEC-RECEITA.
           ADD WS-MG-CUSTO(WS-PX) TO WS-SEC-CUSTO.
           GO TO P-IMPRIME-LOOP.
       P-IMPRIME-SUBTOTAL.
           IF WS-SEC-QTDE = ZEROS
               GO TO P-IMPRIME-SECAO.
           ADD WS-SEC-QTDE TO WS-TOT-PROD.
           ADD WS-SEC-RECEITA TO WS-TOT-RECEITA.
           ADD WS-SEC-CUSTO TO WS-TOT-CUSTO.
           IF WS-SECAO = ZEROS
               MOVE "Sem sec." TO ROTULO-SEC-DET
           ELSE
               MOVE "Secao   " TO ROTULO-SEC-DET.
           MOVE WS-SECAO TO SEC-DET.
           MOVE WS-SEC-RECEITA TO RECEITA-SEC-DET.
           MOVE WS-SEC-CUSTO TO CUSTO-SEC-DET.
           COMPUTE WS-MARGEM = WS-SEC-RECEITA - WS-SEC-CUSTO.
           MOVE WS-MARGEM TO MARGEM-SEC-DET.
           IF WS-SEC-RECEITA = ZEROS
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-MARGEM * 100 / WS-SEC-RECEITA
               ON SIZE ERROR
                   MOVE -999,99 TO WS-PCT.
           MOVE WS-PCT TO PCT-SEC-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (LIN, 02) LINHA-SECAO.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-IMPRIME-SECAO.
       P-IMPRIME-TOTAL.
           MOVE "TOTAL   " TO ROTULO-SEC-DET.
           MOVE ZEROS TO SEC-DET.
           MOVE WS-TOT-RECEITA TO RECEITA-SEC-DET.
           MOVE WS-TOT-CUSTO TO CUSTO-SEC-DET.
           COMPUTE WS-MARGEM = WS-TOT-RECEITA - WS-TOT-CUSTO.
           MOVE WS-MARGEM TO MARGEM-SEC-DET.
           IF WS-TOT-RECEITA = ZEROS
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-MARGEM * 100 / WS-TOT-RECEITA
               ON SIZE ERROR
                   MOVE -999,99 TO WS-PCT.
           MOVE WS-PCT TO PCT-SEC-DET.
           WRITE REG-ARQSAID FROM LINHA-SECAO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE WS-MARGEM-MIN TO WS-RARQ-PCT.
           MOVE SPACES TO WS-RARQ-FILTRO.
           STRING "Periodo " DIA-INI "/" MES-INI "/" ANO-INI " a "
                  DIA-FIM "/" MES-FIM "/" ANO-FIM " margem min. "
                  WS-RARQ-PCT "%"
                  DELIMITED BY SIZE INTO WS-RARQ-FILTRO.
           PERFORM P-ARQUIVA-REL THRU P-ARQUIVA-REL-FIM.
           MOVE WS-TOT-RECEITA TO WS-MOSTRA-VALOR.
           MOVE WS-PCT TO WS-MOSTRA-PCT.
           DISPLAY (21 02) WS-TOT-PROD " produto(s), receita R$ "
               WS-MOSTRA-VALOR "  margem " WS-MOSTRA-PCT "%".
           DISPLAY (22 02) WS-TOT-MARCADOS
               " marcado(s) << abaixo do minimo / SC sem custo"
               "  (MERC17.TXT)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-IMPRIME-FIM.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (08 00) ERASE.
           MOVE 8 TO LIN.

       P-FIM.
           CLOSE ESTOQUE.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

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
           MOVE "MERC17" TO RARQ-PROG.
           COMPUTE RARQ-DATA = ( 2000 + WS-RARQ-AA ) * 10000
               + WS-RARQ-MM * 100 + WS-RARQ-DD.
           COMPUTE RARQ-HORA = WS-RARQ-HH * 10000 + WS-RARQ-MI * 100
               + WS-RARQ-SS.
           MOVE WS-TERMINAL TO RARQ-TERM.
           MOVE ZEROS TO RARQ-LINHA.
           MOVE ZEROS TO RARQ-QT-LINHAS.
           MOVE "MERC17.TXT" TO RARQ-ARQUIVO.
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
