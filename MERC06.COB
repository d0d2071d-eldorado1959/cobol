      *      T DDMMAAAA dinheiro(11) cartao(11) pix(11) centavos
      *        implicitos nas 2 ultimas casas de cada valor
      *      I PPPP QQQQQQ
      *      P PPPP QQQQQQQQQ  venda a peso (etiqueta da balanca):
      *        quilos com 3 casas implicitas (gramas); o valor e
      *        quilos x preco do quilo, arredondado no centavo
      *      F FFF VVVVVVVVVVV  compra de funcionario no convenio:
      *        codigo do FUNCION.DAT e valor com centavos
      *        implicitos - gravada em aberto no CONVCOMP.DAT com a
      *        data do PDV, p/ o desconto na folha (BANCO76); acima
      *        do limite mensal do funcionario entra assim mesmo
      *        (a venda ja saiu) e e apontada na tela
      *      V NNNNNN VVVVVVVVVVV  vale-presente recebido no caixa:
      *        numero do vale (VALEPRES.DAT, emitido no MERC25) e
      *        valor com centavos implicitos - abate o saldo do
      *        vale (uso parcial permitido) e grava o uso em
      *        VALEUSO.DAT no dia do PDV; vale nao emitido,
      *        cancelado, vencido, ja utilizado ou sem saldo p/ o
      *        valor fica registrado como apresentacao recusada,
      *        p/ a conferencia no relatorio do MERC25
      *    O valor da venda usa o preco vigente no dia do PDV: o
      *    da promocao ativa nessa data (PROMOCAO.DAT, cadastro
      *    no MERC10) ou o PROD-PRECO normal.
      *    PDV de dia ja assinado como fechado (BANCO28) so entra
      *    com liberacao do supervisor.
      *    Dia do PDV ja importado (ha registro dele no PDVDIA.DAT)
      *    e recusado: so o supervisor libera o reprocessamento,
      *    que estorna a importacao anterior e importa de novo.
      *    O estorno (opcao 2) desfaz a importacao de uma data:
      *    cada saida do PDV do dia (MOV-SAIDA com MOV-NUM-CHE em
      *    espacos) fica marcada "ESTPDV" e ganha uma contra-
      *    partida de quantidade inversa, o estoque volta e o
      *    registro do dia sai do PDVDIA.DAT; as compras do
      *    convenio vindas do PDV nessa data, ainda nao descontadas
      *    em folha, ficam estornadas, e os usos de vale-presente
      *    vindos do PDV nessa data sao estornados com o saldo
      *    devolvido ao vale. Toda importacao,
      *    reprocessamento e estorno fica em PDVLOG.DAT com
      *    operador, supervisor e contagens (consulta: opcao 3).
      *    Cada venda baixa tambem os lotes de validade do produto
      *    (LOTEST.DAT), a validade mais proxima primeiro (FEFO);
      *    o estorno devolve a quantidade ao lote mais novo.
      *    Chamado pelo menu de Estoque (BANCO36, opcao 6).
      *
       ENVIRONMENT DIVISION.
           SELECT PDVDIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PDV.
           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-DIAF.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT PROMOCAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CHAVE
                  FILE STATUS IS FS-PRM.
           SELECT ARQENT ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ENT.
           SELECT PDVLOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PLG.
           SELECT MOVTMP ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TMP.
           SELECT PDVTMP ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TMP.
           SELECT CONVCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CVC-CHAVE
                  FILE STATUS IS FS-CVC.
           SELECT FUNCION ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUNC-COD
                  FILE STATUS IS FS-FUNC.
           SELECT VALEPRES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VPR-NUM
                  FILE STATUS IS FS-VPR.
           SELECT VALEUSO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VPU-CHAVE
                  FILE STATUS IS FS-VPU.

           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-LOTEST.

       DATA DIVISION.
       FILE SECTION.
       COPY ESTQMAST.

       COPY LOTESTMAST.

       COPY MOVESTMAST.

       COPY PDVMAST.

       COPY PROMMAST.

       COPY DIAFMAST.

       COPY OPERMAST.

       COPY SESSMAST.

       COPY CONVMAST.

       COPY FUNCMAST.

       COPY VPRESMAST.

       COPY VPUSOMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "PDV.TXT".
       01 REG-ARQENT           PIC X(80).

       COPY PDVLMAST.

      *-----arquivos de trabalho do estorno: contrapartidas a somar----*
      *-----no fim do MOVEST e o PDVDIA sem o dia estornado--------------*
       FD MOVTMP            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "MOVEST.TMP".
       01 REG-MOVTMP           PIC X(43).

       FD PDVTMP            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "PDVDIA.TMP".
       01 REG-PDVTMP           PIC X(43).

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-ESTOQUE            PIC XX.
      *-----lotes de validade (LOTEST.DAT): toda saida de estoque-----*
      *-----baixa os lotes pela validade mais proxima (FEFO)-----------*
       77 FS-LOTEST             PIC XX.
       77 WS-TEM-LOTEST         PIC X VALUE "N".
       77 WS-LOTE-PROD          PIC 9(04) VALUE ZEROS.
       77 WS-LOTE-RESTA         PIC 9(06)V999 VALUE ZEROS.
       77 WS-LOTE-VALID         PIC 9(08) VALUE ZEROS.
       77 FS-MOVEST             PIC XX.
       77 FS-PDV                PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ENT                PIC XX.
       77 FS-PRM                PIC XX.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(40) VALUE SPACES.
      *-----dia de loja ja fechado (DIAFECH.DAT / BANCO28): so com----*
      *-----liberacao do supervisor--------------------------------------*
       77 FS-DIAF               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DIAF-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-DIAF-LIBERADO      PIC X VALUE "S".
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       77 WS-ITENS              PIC 9(04) VALUE ZEROS.
       77 WS-REJEITADOS         PIC 9(04) VALUE ZEROS.
       77 WS-TEM-TOTAL          PIC X VALUE "N".
       88 TEM-TOTAL-88          VALUE "S".
       77 WS-MOSTRA-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----quantidade da linha em baixa (I inteira, P em quilos)-------*
       77 WS-QTDE-VENDA         PIC 9(06)V999 VALUE ZEROS.
      *-----preco vigente na data da venda (promocao ou normal)---------*
       77 WS-TEM-PROMOCAO       PIC X VALUE "N".
       77 WS-DATA-REF           PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-VIGENTE      PIC 9(08)V99 VALUE ZEROS.
      *-----dia ja importado, estorno e registro (PDVLOG.DAT)-----------*
       77 FS-PLG                PIC XX.
       77 FS-TMP                PIC XX.
       77 WS-OPCAO              PIC X VALUE SPACES.
       77 WS-SEGUE              PIC X VALUE "S".
       77 WS-SUP-OK             PIC X VALUE "N".
       77 WS-SUP-COD            PIC 99 VALUE ZEROS.
       77 WS-TIPO-LOG           PIC X VALUE "I".
       77 WS-JA-IMPORTADO       PIC X VALUE "N".
       77 WS-MOV-AMD            PIC 9(08) VALUE ZEROS.
       77 WS-ESTORNADOS         PIC 9(05) VALUE ZEROS.
       77 WS-PDVDIA-TIRADOS     PIC 9(03) VALUE ZEROS.
       77 WS-LIDOS-LOG          PIC 9(05) VALUE ZEROS.
      *-----convenio do funcionario (linha "F")------------------------*
       77 FS-CVC                PIC XX.
       77 FS-FUNC               PIC XX.
       77 WS-TEM-FUNC           PIC X VALUE "N".
       88 TEM-FUNC-88           VALUE "S".
       77 WS-CONVENIOS          PIC 9(04) VALUE ZEROS.
       77 WS-CONV-ESTORN        PIC 9(04) VALUE ZEROS.
       77 WS-CONV-USADO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONV-ULT-AMD       PIC 9(08) VALUE ZEROS.
       77 WS-CONV-SEQ           PIC 9(03) VALUE ZEROS.
      *-----vale-presente recebido no caixa (linha "V")----------------*
       77 FS-VPR                PIC XX.
       77 FS-VPU                PIC XX.
       77 WS-VALES              PIC 9(04) VALUE ZEROS.
       77 WS-VALES-REC          PIC 9(04) VALUE ZEROS.
       77 WS-VALE-ESTORN        PIC 9(04) VALUE ZEROS.
       77 WS-VALE-USO           PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALE-SIT           PIC X VALUE SPACES.
       77 WS-VALE-MOTIVO        PIC X(12) VALUE SPACES.
       77 WS-VPU-SEQ            PIC 9(03) VALUE ZEROS.
       01 WS-HORA-DOS.
           03 HH-DOS           PIC 99.
           03 MM-DOS           PIC 99.
           03 SS-DOS           PIC 99.
           03 CC-DOS           PIC 99.
       01 WS-DATA-EST.
           03 WS-EST-DIA        PIC 99.
           03 WS-EST-MES        PIC 99.
           03 WS-EST-ANO        PIC 9(04).
       01 WS-AMD-QUEBRA.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       01 WS-AMD-NUM REDEFINES WS-AMD-QUEBRA PIC 9(08).
       01 WS-HORA-QUEBRA.
           03 WS-HQ-HH          PIC 99.
           03 WS-HQ-MM          PIC 99.
           03 WS-HQ-SS          PIC 99.
       01 WS-HORA-NUM REDEFINES WS-HORA-QUEBRA PIC 9(06).
       01 LINHA-LOG.
           03 LL-DIA            PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 LL-MES            PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 LL-ANO            PIC 9(04).
           03 FILLER            PIC X VALUE SPACES.
           03 LL-HH             PIC 99.
           03 FILLER            PIC X VALUE ":".
           03 LL-MM             PIC 99.
           03 FILLER            PIC X(02) VALUE " T".
           03 LL-TERMINAL       PIC 99.
           03 FILLER            PIC X(04) VALUE " Op ".
           03 LL-OPER           PIC 99.
           03 FILLER            PIC X VALUE SPACES.
           03 LL-TIPO           PIC X(09).
           03 FILLER            PIC X VALUE SPACES.
           03 LL-PDV-DIA        PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 LL-PDV-MES        PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 LL-PDV-ANO        PIC 9(04).
           03 LL-ITENS          PIC ZZZZ9.
           03 LL-REJEITADOS     PIC ZZZZ9.
           03 LL-ESTORNADOS     PIC ZZZZ9.
           03 LL-PDVDIA         PIC ZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 LL-SUPERV         PIC 99.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----linha do PDV.TXT nos recortes (total, item e peso)---------*
       01 WS-LINHA-ENT          PIC X(80).
       01 WS-LINHA-T REDEFINES WS-LINHA-ENT.
           03 WS-T-TIPO         PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-I-QTDE         PIC 9(06).
           03 FILLER            PIC X(67).
      *-----venda a peso: mesma linha, quilos com 3 casas---------------*
       01 WS-LINHA-P REDEFINES WS-LINHA-ENT.
           03 WS-P-TIPO         PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-P-PROD         PIC 9(04).
           03 FILLER            PIC X(01).
           03 WS-P-QTDE         PIC 9(06)V999.
           03 FILLER            PIC X(64).
      *-----compra no convenio: funcionario e valor--------------------*
       01 WS-LINHA-F REDEFINES WS-LINHA-ENT.
           03 WS-F-TIPO         PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-F-FUNC         PIC 9(03).
           03 FILLER            PIC X(01).
           03 WS-F-VALOR        PIC 9(09)V99.
           03 FILLER            PIC X(63).
      *-----vale-presente: numero do vale e valor usado----------------*
       01 WS-LINHA-V REDEFINES WS-LINHA-ENT.
           03 WS-V-TIPO         PIC X(01).
           03 FILLER            PIC X(01).
           03 WS-V-NUM          PIC 9(06).
           03 FILLER            PIC X(01).
           03 WS-V-VALOR        PIC 9(09)V99.
           03 FILLER            PIC X(60).

       01 WS-TOT-IMP.
           03 WS-IMP-DIA        PIC 99.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC06".
           DISPLAY (02 20) " Importacao do Fechamento do PDV ".
           DISPLAY (06 20) "<1> Importar PDV.TXT".
           DISPLAY (08 20) "<2> Estornar importacao de uma data".
           DISPLAY (10 20) "<3> Consultar registro de importacoes".
           DISPLAY (12 20) "<0> Retorna".
           DISPLAY (15 20) "Opcao: ".
           ACCEPT (15 27) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "0"
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           IF WS-OPCAO = "2"
               PERFORM P-ESTORNO-DATA THRU P-ESTORNO-DATA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-CONSULTA-LOG THRU P-CONSULTA-LOG-FIM
               GO TO P01-MENU.
           IF WS-OPCAO NOT = "1"
               GO TO P01-MENU.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC06".
           DISPLAY (02 20) " Importacao do Fechamento do PDV ".
               CLOSE ARQENT
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           PERFORM P-ACHA-TOTAL THRU P-ACHA-TOTAL-FIM.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               CLOSE ARQENT
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           PERFORM P-TESTA-JA-IMPORTADO THRU P-TESTA-JA-IMPORTADO-FIM.
           IF WS-SEGUE NOT = "S"
               CLOSE ARQENT
               DISPLAY (01 01) ERASE
               CHAIN "BANCO36.COM".
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE = "30"
               CLOSE ESTOQUE
               OPEN OUTPUT MOVEST
               CLOSE MOVEST
               OPEN EXTEND MOVEST.
           PERFORM P-ABRE-LOTEST.
           OPEN INPUT PROMOCAO.
           IF FS-PRM = "00"
               MOVE "S" TO WS-TEM-PROMOCAO
           ELSE
               CLOSE PROMOCAO.
           OPEN I-O CONVCOMP.
           IF FS-CVC = "30" OR FS-CVC = "35"
               CLOSE CONVCOMP
               OPEN OUTPUT CONVCOMP
               CLOSE CONVCOMP
               OPEN I-O CONVCOMP.
           OPEN INPUT FUNCION.
           IF FS-FUNC = "00"
               MOVE "S" TO WS-TEM-FUNC
           ELSE
               CLOSE FUNCION.
           OPEN I-O VALEPRES.
           IF FS-VPR = "30" OR FS-VPR = "35"
               CLOSE VALEPRES
               OPEN OUTPUT VALEPRES
               CLOSE VALEPRES
               OPEN I-O VALEPRES.
           OPEN I-O VALEUSO.
           IF FS-VPU = "30" OR FS-VPU = "35"
               CLOSE VALEUSO
               OPEN OUTPUT VALEUSO
               CLOSE VALEUSO
               OPEN I-O VALEUSO.
           MOVE 5 TO LIN.

       P04-LER.
               PERFORM P-LINHA-TOTAL
               GO TO P04-LER.
           IF WS-I-TIPO = "I"
               MOVE WS-I-QTDE TO WS-QTDE-VENDA
               PERFORM P-LINHA-ITEM
               GO TO P04-LER.
           IF WS-P-TIPO = "P"
               MOVE WS-P-QTDE TO WS-QTDE-VENDA
               PERFORM P-LINHA-ITEM
               GO TO P04-LER.
           IF WS-F-TIPO = "F"
               PERFORM P-LINHA-CONV THRU P-LINHA-CONV-FIM
               GO TO P04-LER.
           IF WS-V-TIPO = "V"
               PERFORM P-LINHA-VALE THRU P-LINHA-VALE-FIM
               GO TO P04-LER.
           GO TO P04-LER.

       P-LINHA-TOTAL.
                   IF LIN > 20 PERFORM P-PARA
                   END-IF
                   EXIT PARAGRAPH.
           IF WS-QTDE-VENDA > PROD-QTDE
               MOVE ZEROS TO PROD-QTDE
           ELSE
               SUBTRACT WS-QTDE-VENDA FROM PROD-QTDE.
           REWRITE REG-ESTOQUE.
           MOVE PROD-COD TO WS-LOTE-PROD.
           MOVE WS-QTDE-VENDA TO WS-LOTE-RESTA.
           PERFORM P-BAIXA-LOTE THRU P-BAIXA-LOTE-FIM.
           MOVE PROD-COD TO MOV-PROD-COD.
           MOVE "S" TO MOV-TIPO.
           IF TEM-TOTAL-88
               MOVE DIA TO MOV-DIA
               MOVE MES TO MOV-MES
               MOVE ANO TO MOV-ANO.
           COMPUTE MOV-QTDE = ZEROS - WS-QTDE-VENDA.
           COMPUTE WS-DATA-REF = MOV-ANO * 10000 + MOV-MES * 100
               + MOV-DIA.
           PERFORM P-PRECO-VIGENTE THRU P-PRECO-VIGENTE-FIM.
           COMPUTE MOV-VALOR ROUNDED = WS-QTDE-VENDA * WS-PRECO-VIGENTE.
           MOVE SPACES TO MOV-NUM-CHE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           ADD 1 TO WS-ITENS.

      *-----compra do funcionario no convenio, no dia do PDV: grava----*
      *-----em aberto p/ a folha; acima do limite mensal so avisa------*
       P-LINHA-CONV.
           IF NOT TEM-FUNC-88
               GO TO P-LINHA-CONV-REJEITA.
           MOVE WS-F-FUNC TO FUNC-COD.
           READ FUNCION
               INVALID KEY
                   GO TO P-LINHA-CONV-REJEITA.
           IF NOT FUNC-ATIVO OR FUNC-CONV-LIMITE = ZEROS
               GO TO P-LINHA-CONV-REJEITA.
           PERFORM P-SOMA-MES-CONV THRU P-SOMA-MES-CONV-FIM.
           ADD WS-F-VALOR TO WS-CONV-USADO.
           IF WS-CONV-USADO > FUNC-CONV-LIMITE
               DISPLAY (LIN, 04) "Convenio acima do limite: func. "
                   FUNC-COD " " FUNC-NOME
               ADD 1 TO LIN
               IF LIN > 20 PERFORM P-PARA.
           PERFORM P-PROX-SEQ-CONV THRU P-PROX-SEQ-CONV-FIM.
           MOVE WS-F-FUNC TO CVC-FUNC.
           MOVE WS-DIAF-AMD TO CVC-DATA.
           MOVE WS-CONV-SEQ TO CVC-SEQ.
           MOVE WS-F-VALOR TO CVC-VALOR.
           MOVE "P" TO CVC-ORIGEM.
           MOVE "A" TO CVC-SITUACAO.
           MOVE ZEROS TO CVC-COMPET.
           MOVE WS-OPER-ATUAL TO CVC-OPER-COD.
           WRITE REG-CONVCOMP INVALID KEY
               GO TO P-LINHA-CONV-REJEITA.
           ADD 1 TO WS-CONVENIOS.
           GO TO P-LINHA-CONV-FIM.
       P-LINHA-CONV-REJEITA.
           ADD 1 TO WS-REJEITADOS.
           DISPLAY (LIN, 04) "Rejeitado: funcionario " WS-F-FUNC
               " sem convenio".
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
       P-LINHA-CONV-FIM.

      *-----comprado no mes do PDV pelo funcionario, sem as estornadas-*
       P-SOMA-MES-CONV.
           MOVE ZEROS TO WS-CONV-USADO.
           MOVE WS-F-FUNC TO CVC-FUNC.
           MOVE WS-DIAF-AMD TO WS-AMD-NUM.
           MOVE 01 TO WS-AMD-DIA.
           MOVE WS-AMD-NUM TO CVC-DATA.
           MOVE ZEROS TO CVC-SEQ.
           COMPUTE WS-CONV-ULT-AMD = CVC-DATA + 31.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-SOMA-MES-CONV-FIM.
       P-SOMA-MES-CONV-LER.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-SOMA-MES-CONV-FIM.
           IF CVC-FUNC NOT = WS-F-FUNC OR
                   CVC-DATA > WS-CONV-ULT-AMD
               GO TO P-SOMA-MES-CONV-FIM.
           IF NOT CVC-ESTORNADA
               ADD CVC-VALOR TO WS-CONV-USADO.
           GO TO P-SOMA-MES-CONV-LER.
       P-SOMA-MES-CONV-FIM.

      *-----proxima sequencia do funcionario no dia do PDV-------------*
       P-PROX-SEQ-CONV.
           MOVE ZEROS TO WS-CONV-SEQ.
           MOVE WS-F-FUNC TO CVC-FUNC.
           MOVE WS-DIAF-AMD TO CVC-DATA.
           MOVE ZEROS TO CVC-SEQ.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-PROX-SEQ-CONV-CALC.
       P-PROX-SEQ-CONV-LER.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-PROX-SEQ-CONV-CALC.
           IF CVC-FUNC NOT = WS-F-FUNC OR CVC-DATA NOT = WS-DIAF-AMD
               GO TO P-PROX-SEQ-CONV-CALC.
           MOVE CVC-SEQ TO WS-CONV-SEQ.
           GO TO P-PROX-SEQ-CONV-LER.
       P-PROX-SEQ-CONV-CALC.
           ADD 1 TO WS-CONV-SEQ.
       P-PROX-SEQ-CONV-FIM.

      *-----vale-presente no caixa, no dia do PDV: abate o saldo do----*
      *-----vale; o que o saldo nao cobre, ou o vale que nao vale------*
      *-----(nao emitido, cancelado, vencido, ja utilizado), fica------*
      *-----gravado como apresentacao recusada-------------------------*
       P-LINHA-VALE.
           IF WS-V-NUM = ZEROS OR WS-V-VALOR = ZEROS
               ADD 1 TO WS-REJEITADOS
               DISPLAY (LIN, 04) "Rejeitado: linha de vale sem numero"
                   " ou valor"
               ADD 1 TO LIN
               IF LIN > 20 PERFORM P-PARA
               END-IF
               GO TO P-LINHA-VALE-FIM.
           MOVE WS-V-VALOR TO WS-VALE-USO.
           MOVE SPACES TO WS-VALE-MOTIVO.
           MOVE WS-V-NUM TO VPR-NUM.
           READ VALEPRES
               INVALID KEY
                   MOVE "NAO EMITIDO" TO WS-VALE-MOTIVO
                   GO TO P-LINHA-VALE-RECUSA.
           IF VPR-CANCELADO
               MOVE "CANCELADO" TO WS-VALE-MOTIVO
               GO TO P-LINHA-VALE-RECUSA.
           IF VPR-VALIDADE < WS-DIAF-AMD
               MOVE "VENCIDO" TO WS-VALE-MOTIVO
               GO TO P-LINHA-VALE-RECUSA.
           IF VPR-SALDO = ZEROS
               MOVE "JA UTILIZADO" TO WS-VALE-MOTIVO
               GO TO P-LINHA-VALE-RECUSA.
           IF WS-VALE-USO > VPR-SALDO
               MOVE VPR-SALDO TO WS-VALE-USO.
           SUBTRACT WS-VALE-USO FROM VPR-SALDO.
           MOVE WS-DIAF-AMD TO VPR-ULT-USO.
           REWRITE REG-VALEPRES.
           MOVE "U" TO WS-VALE-SIT.
           PERFORM P-GRAVA-VALEUSO THRU P-GRAVA-VALEUSO-FIM.
           ADD 1 TO WS-VALES.
           IF WS-VALE-USO NOT < WS-V-VALOR
               GO TO P-LINHA-VALE-FIM.
           COMPUTE WS-VALE-USO = WS-V-VALOR - WS-VALE-USO.
           MOVE "SALDO INSUF" TO WS-VALE-MOTIVO.
       P-LINHA-VALE-RECUSA.
           MOVE "R" TO WS-VALE-SIT.
           PERFORM P-GRAVA-VALEUSO THRU P-GRAVA-VALEUSO-FIM.
           ADD 1 TO WS-VALES-REC.
           DISPLAY (LIN, 04) "Vale-presente " WS-V-NUM " recusado: "
               WS-VALE-MOTIVO.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
       P-LINHA-VALE-FIM.

      *-----uso do vale no VALEUSO.DAT: proxima sequencia do vale no---*
      *-----dia do PDV-------------------------------------------------*
       P-GRAVA-VALEUSO.
           MOVE ZEROS TO WS-VPU-SEQ.
           MOVE WS-V-NUM TO VPU-NUM.
           MOVE WS-DIAF-AMD TO VPU-DATA.
           MOVE ZEROS TO VPU-SEQ.
           START VALEUSO KEY IS NOT LESS THAN VPU-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-VALEUSO-CALC.
       P-GRAVA-VALEUSO-LER.
           READ VALEUSO NEXT RECORD
               AT END
                   GO TO P-GRAVA-VALEUSO-CALC.
           IF VPU-NUM NOT = WS-V-NUM OR VPU-DATA NOT = WS-DIAF-AMD
               GO TO P-GRAVA-VALEUSO-CALC.
           MOVE VPU-SEQ TO WS-VPU-SEQ.
           GO TO P-GRAVA-VALEUSO-LER.
       P-GRAVA-VALEUSO-CALC.
           ADD 1 TO WS-VPU-SEQ.
           MOVE WS-V-NUM TO VPU-NUM.
           MOVE WS-DIAF-AMD TO VPU-DATA.
           MOVE WS-VPU-SEQ TO VPU-SEQ.
           MOVE WS-VALE-USO TO VPU-VALOR.
           MOVE "P" TO VPU-ORIGEM.
           MOVE WS-VALE-SIT TO VPU-SITUACAO.
           MOVE WS-VALE-MOTIVO TO VPU-MOTIVO.
           MOVE WS-OPER-ATUAL TO VPU-OPER-COD.
           WRITE REG-VALEUSO INVALID KEY
               GO TO P-GRAVA-VALEUSO-CALC.
       P-GRAVA-VALEUSO-FIM.

       P05-TOTAIS.
           CLOSE ARQENT.
           CLOSE ESTOQUE MOVEST.
           PERFORM P-FECHA-LOTEST.
           IF WS-TEM-PROMOCAO = "S"
               CLOSE PROMOCAO.
           CLOSE CONVCOMP.
           IF TEM-FUNC-88
               CLOSE FUNCION.
           CLOSE VALEPRES VALEUSO.
           IF TEM-TOTAL-88
               PERFORM P-GRAVA-PDVDIA.
           PERFORM P-GRAVA-LOG.
           DISPLAY (03 04) WS-ITENS " item(ns) baixado(s), "
               WS-REJEITADOS " rejeitado(s)".
           IF WS-CONVENIOS NOT = ZEROS
               DISPLAY (04 04) WS-CONVENIOS
                   " compra(s) de funcionario no convenio".
           IF WS-VALES NOT = ZEROS OR WS-VALES-REC NOT = ZEROS
               DISPLAY (20 04) WS-VALES " uso(s) de vale-presente, "
                   WS-VALES-REC " apresentacao(oes) recusada(s)".
           IF WS-TIPO-LOG = "R"
               DISPLAY (19 04) "Reprocessado: " WS-ESTORNADOS
                   " movimento(s) anterior(es) estornado(s)".
           IF TEM-TOTAL-88
               MOVE WS-IMP-DINHEIRO TO WS-MOSTRA-VALOR
               DISPLAY (21 04) "Dinheiro R$ " WS-MOSTRA-VALOR
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO36.COM".

      *-----dia do PDV.TXT (linha "T"; sem ela, hoje) p/ a conferencia-*
      *-----de dia fechado antes de baixar qualquer item; o arquivo----*
      *-----volta aberto do inicio----------------------------------------*
       P-ACHA-TOTAL.
           COMPUTE WS-DIAF-AMD = ANO * 10000 + MES * 100 + DIA.
       P-ACHA-TOTAL-LER.
           READ ARQENT
               AT END
                   GO TO P-ACHA-TOTAL-REABRE.
           MOVE REG-ARQENT TO WS-LINHA-ENT.
           IF WS-T-TIPO NOT = "T"
               GO TO P-ACHA-TOTAL-LER.
           COMPUTE WS-DIAF-AMD = WS-T-ANO * 10000 + WS-T-MES * 100
               + WS-T-DIA.
       P-ACHA-TOTAL-REABRE.
           CLOSE ARQENT.
           OPEN INPUT ARQENT.
       P-ACHA-TOTAL-FIM.

      *-----preco do produto na data WS-DATA-REF: o da promocao-------*
      *-----ativa que cobre o dia, ou o PROD-PRECO normal---------------*
       P-PRECO-VIGENTE.
           MOVE PROD-PRECO TO WS-PRECO-VIGENTE.
           IF WS-TEM-PROMOCAO NOT = "S"
               GO TO P-PRECO-VIGENTE-FIM.
           MOVE PROD-COD TO PRM-PROD.
           MOVE ZEROS TO PRM-INICIO.
           START PROMOCAO KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   GO TO P-PRECO-VIGENTE-FIM.
       P-PRECO-VIGENTE-LER.
           READ PROMOCAO NEXT RECORD
               AT END
                   GO TO P-PRECO-VIGENTE-FIM.
           IF PRM-PROD NOT = PROD-COD
               GO TO P-PRECO-VIGENTE-FIM.
           IF PRM-INICIO > WS-DATA-REF
               GO TO P-PRECO-VIGENTE-FIM.
           IF PRM-ATIVA AND PRM-FIM NOT < WS-DATA-REF
               MOVE PRM-PRECO TO WS-PRECO-VIGENTE.
           GO TO P-PRECO-VIGENTE-LER.
       P-PRECO-VIGENTE-FIM.

       P-GRAVA-PDVDIA.
           OPEN EXTEND PDVDIA.
           IF FS-PDV = "30"
           DISPLAY (04 00) ERASE.
           MOVE 5 TO LIN.

      *-----------------------------------------------------------*
      * Dia ja fechado (DIAFECH.DAT / BANCO28): movimento datado   *
      * WS-DIAF-AMD (AAAAMMDD) num dia assinado como fechado so    *
      * entra com login de supervisor (OPER-NIVEL 2); recusado,    *
      * WS-DIAF-LIBERADO volta "N". Sem DIAFECH.DAT, tudo livre.   *
      *-----------------------------------------------------------*
       P-TESTA-DIA-FECHADO.
           MOVE "S" TO WS-DIAF-LIBERADO.
           OPEN INPUT DIAFECH.
           IF FS-DIAF NOT = "00"
               CLOSE DIAFECH
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE WS-DIAF-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           CLOSE DIAFECH.
           IF NOT DIAF-FECHADO
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE "N" TO WS-DIAF-LIBERADO.
           DISPLAY (18 04) "!! DIA JA FECHADO (BANCO28) !!".
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF WS-SUP-OK = "S"
               MOVE "S" TO WS-DIAF-LIBERADO.
       P-TESTA-DIA-FECHADO-FIM.

      *-----------------------------------------------------------*
      * Liberacao do supervisor: codigo e senha de um operador     *
      * OPER-NIVEL 2. Liberado uma vez, vale p/ o resto da rodada  *
      * (WS-SUP-OK "S", codigo em WS-SUP-COD p/ o PDVLOG.DAT).     *
      * Limpa as linhas 18 a 21 na saida.                          *
      *-----------------------------------------------------------*
       P-LIBERA-SUPERVISOR.
           IF WS-SUP-OK = "S"
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           DISPLAY (19 04) "Liberacao do supervisor <S/N>? ".
           ACCEPT (19 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           DISPLAY (20 04) "Operador/Senha: ".
           ACCEPT (20 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (21 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-LIBERA-SUPERVISOR-LIMPA.
           ACCEPT (20 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (21 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           IF NOT OPER-SUPERVISOR
               DISPLAY (21 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-LIMPA.
           CLOSE OPER.
           MOVE "S" TO WS-SUP-OK.
           MOVE WS-LIB-COD TO WS-SUP-COD.
       P-LIBERA-SUPERVISOR-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
       P-LIBERA-SUPERVISOR-FIM.

      *-----------------------------------------------------------*
      * Dia do PDV ja importado: existe registro de WS-DIAF-AMD no *
      * PDVDIA.DAT. Recusa, a menos que o supervisor libere o      *
      * reprocessamento - a importacao anterior e estornada aqui   *
      * e a leitura do PDV.TXT segue como importacao nova ("R" no  *
      * PDVLOG.DAT). Recusado, WS-SEGUE volta "N".                 *
      *-----------------------------------------------------------*
       P-TESTA-JA-IMPORTADO.
           MOVE "S" TO WS-SEGUE.
           MOVE "I" TO WS-TIPO-LOG.
           MOVE ZEROS TO WS-ESTORNADOS WS-PDVDIA-TIRADOS.
           PERFORM P-ACHA-PDVDIA THRU P-ACHA-PDVDIA-FIM.
           IF WS-JA-IMPORTADO NOT = "S"
               GO TO P-TESTA-JA-IMPORTADO-FIM.
           MOVE WS-DIAF-AMD TO WS-AMD-NUM.
           DISPLAY (17 04) "!! PDV DE " WS-AMD-DIA "/" WS-AMD-MES "/"
               WS-AMD-ANO " JA IMPORTADO !!".
           DISPLAY (18 04) "Reprocessar (estorna e importa) <S/N>? ".
           ACCEPT (18 44) WS-P WITH PROMPT AUTO-SKIP.
           DISPLAY (18 04) WS-LIMPA.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               MOVE "N" TO WS-SEGUE
               GO TO P-TESTA-JA-IMPORTADO-FIM.
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF WS-SUP-OK NOT = "S"
               MOVE "N" TO WS-SEGUE
               GO TO P-TESTA-JA-IMPORTADO-FIM.
           DISPLAY (17 04) WS-LIMPA.
           PERFORM P-ESTORNA THRU P-ESTORNA-FIM.
           MOVE "R" TO WS-TIPO-LOG.
       P-TESTA-JA-IMPORTADO-FIM.

      *-----ha registro do dia WS-DIAF-AMD no PDVDIA.DAT?---------------*
       P-ACHA-PDVDIA.
           MOVE "N" TO WS-JA-IMPORTADO.
           OPEN INPUT PDVDIA.
           IF FS-PDV NOT = "00"
               CLOSE PDVDIA
               GO TO P-ACHA-PDVDIA-FIM.
       P-ACHA-PDVDIA-LER.
           READ PDVDIA
               AT END
                   GO TO P-ACHA-PDVDIA-FECHA.
           COMPUTE WS-MOV-AMD = PDV-ANO * 10000 + PDV-MES * 100
               + PDV-DIA.
           IF WS-MOV-AMD NOT = WS-DIAF-AMD
               GO TO P-ACHA-PDVDIA-LER.
           MOVE "S" TO WS-JA-IMPORTADO.
       P-ACHA-PDVDIA-FECHA.
           CLOSE PDVDIA.
       P-ACHA-PDVDIA-FIM.

      *-----------------------------------------------------------*
      * Estorno pedido pelo menu: data, conferencia de dia fechado,*
      * confirmacao e supervisor; depois P-ESTORNA e o registro   *
      * "E" no PDVLOG.DAT.                                         *
      *-----------------------------------------------------------*
       P-ESTORNO-DATA.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC06".
           DISPLAY (02 20) " Estorno de Importacao do PDV ".
           MOVE DIA TO WS-EST-DIA.
           MOVE MES TO WS-EST-MES.
           MOVE ANO TO WS-EST-ANO.
           DISPLAY (05 04) "Data do PDV a estornar: ".
           ACCEPT (05 29) WS-EST-DIA WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (05 31) "/".
           ACCEPT (05 32) WS-EST-MES WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (05 34) "/".
           ACCEPT (05 35) WS-EST-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-EST-DIA = ZEROS OR WS-EST-MES = ZEROS
               GO TO P-ESTORNO-DATA-FIM.
           COMPUTE WS-DIAF-AMD = WS-EST-ANO * 10000 + WS-EST-MES * 100
               + WS-EST-DIA.
           PERFORM P-ACHA-PDVDIA THRU P-ACHA-PDVDIA-FIM.
           IF WS-JA-IMPORTADO = "S"
               DISPLAY (07 04) "Totais do dia no PDVDIA.DAT: sim"
           ELSE
               DISPLAY (07 04) "Totais do dia no PDVDIA.DAT: nao".
           DISPLAY (09 04) "Confirma o estorno da data <S/N>? ".
           ACCEPT (09 39) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-ESTORNO-DATA-FIM.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-ESTORNO-DATA-FIM.
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF WS-SUP-OK NOT = "S"
               GO TO P-ESTORNO-DATA-FIM.
           DISPLAY (11 04) "Estornando...".
           PERFORM P-ESTORNA THRU P-ESTORNA-FIM.
           MOVE "E" TO WS-TIPO-LOG.
           MOVE ZEROS TO WS-ITENS WS-REJEITADOS.
           PERFORM P-GRAVA-LOG.
           DISPLAY (11 04) WS-ESTORNADOS " movimento(s) estornado(s), "
               WS-PDVDIA-TIRADOS " total(is) do dia retirado(s)".
           IF WS-CONV-ESTORN NOT = ZEROS
               DISPLAY (12 04) WS-CONV-ESTORN
                   " compra(s) do convenio estornada(s)".
           IF WS-VALE-ESTORN NOT = ZEROS
               DISPLAY (13 04) WS-VALE-ESTORN
                   " uso(s) de vale-presente estornado(s)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-ESTORNO-DATA-FIM.

      *-----------------------------------------------------------*
      * Estorno do dia WS-DIAF-AMD (AAAAMMDD). Cada venda do PDV   *
      * do dia no MOVEST (MOV-SAIDA, MOV-NUM-CHE em espacos) e     *
      * regravada com "ESTPDV" - sai das consultas de venda do PDV *
      * - e volta ao PROD-QTDE; a contrapartida (mesma saida com   *
      * a quantidade inversa, "ESTPDV", operador atual) vai p/ o   *
      * MOVEST.TMP e e somada no fim do diario, zerando o kardex.  *
      * Depois o PDVDIA.DAT e regravado sem o dia (via PDVDIA.TMP).*
      *-----------------------------------------------------------*
       P-ESTORNA.
           MOVE ZEROS TO WS-ESTORNADOS WS-PDVDIA-TIRADOS.
           PERFORM P-ESTORNA-CONV THRU P-ESTORNA-CONV-FIM.
           PERFORM P-ESTORNA-VALE THRU P-ESTORNA-VALE-FIM.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               CLOSE ESTOQUE
               GO TO P-ESTORNA-PDVDIA.
           OPEN I-O MOVEST.
           IF FS-MOVEST NOT = "00"
               CLOSE MOVEST ESTOQUE
               GO TO P-ESTORNA-PDVDIA.
           PERFORM P-ABRE-LOTEST.
           OPEN OUTPUT MOVTMP.
       P-ESTORNA-LER.
           READ MOVEST
               AT END
                   GO TO P-ESTORNA-SOMA.
           IF NOT MOV-SAIDA OR MOV-NUM-CHE NOT = SPACES
               GO TO P-ESTORNA-LER.
           COMPUTE WS-MOV-AMD = MOV-ANO * 10000 + MOV-MES * 100
               + MOV-DIA.
           IF WS-MOV-AMD NOT = WS-DIAF-AMD
               GO TO P-ESTORNA-LER.
           MOVE "ESTPDV" TO MOV-NUM-CHE.
           REWRITE REG-MOVEST.
           ADD 1 TO WS-ESTORNADOS.
           IF MOV-QTDE < ZEROS
               COMPUTE WS-QTDE-VENDA = ZEROS - MOV-QTDE
           ELSE
               MOVE MOV-QTDE TO WS-QTDE-VENDA.
           MOVE MOV-PROD-COD TO PROD-COD.
           READ ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO PROD-COD.
           IF PROD-COD NOT = ZEROS
               ADD WS-QTDE-VENDA TO PROD-QTDE
               REWRITE REG-ESTOQUE
               MOVE PROD-COD TO WS-LOTE-PROD
               MOVE WS-QTDE-VENDA TO WS-LOTE-RESTA
               PERFORM P-DEVOLVE-LOTE THRU P-DEVOLVE-LOTE-FIM.
           COMPUTE MOV-QTDE = ZEROS - MOV-QTDE.
           MOVE WS-OPER-ATUAL TO MOV-OPER-COD.
           WRITE REG-MOVTMP FROM REG-MOVEST.
           GO TO P-ESTORNA-LER.
       P-ESTORNA-SOMA.
           CLOSE MOVEST MOVTMP ESTOQUE.
           PERFORM P-FECHA-LOTEST.
           IF WS-ESTORNADOS = ZEROS
               GO TO P-ESTORNA-PDVDIA.
           OPEN INPUT MOVTMP.
           OPEN EXTEND MOVEST.
       P-ESTORNA-SOMA-LER.
           READ MOVTMP
               AT END
                   GO TO P-ESTORNA-SOMA-FECHA.
           WRITE REG-MOVEST FROM REG-MOVTMP.
           GO TO P-ESTORNA-SOMA-LER.
       P-ESTORNA-SOMA-FECHA.
           CLOSE MOVTMP MOVEST.
       P-ESTORNA-PDVDIA.
           OPEN INPUT PDVDIA.
           IF FS-PDV NOT = "00"
               CLOSE PDVDIA
               GO TO P-ESTORNA-FIM.
           OPEN OUTPUT PDVTMP.
       P-ESTORNA-PDVDIA-LER.
           READ PDVDIA
               AT END
                   GO TO P-ESTORNA-PDVDIA-VOLTA.
           COMPUTE WS-MOV-AMD = PDV-ANO * 10000 + PDV-MES * 100
               + PDV-DIA.
           IF WS-MOV-AMD = WS-DIAF-AMD
               ADD 1 TO WS-PDVDIA-TIRADOS
               GO TO P-ESTORNA-PDVDIA-LER.
           WRITE REG-PDVTMP FROM REG-PDVDIA.
           GO TO P-ESTORNA-PDVDIA-LER.
       P-ESTORNA-PDVDIA-VOLTA.
           CLOSE PDVDIA PDVTMP.
           IF WS-PDVDIA-TIRADOS = ZEROS
               GO TO P-ESTORNA-FIM.
           OPEN INPUT PDVTMP.
           OPEN OUTPUT PDVDIA.
       P-ESTORNA-PDVDIA-COPIA.
           READ PDVTMP
               AT END
                   GO TO P-ESTORNA-PDVDIA-FECHA.
           WRITE REG-PDVDIA FROM REG-PDVTMP.
           GO TO P-ESTORNA-PDVDIA-COPIA.
       P-ESTORNA-PDVDIA-FECHA.
           CLOSE PDVTMP PDVDIA.
       P-ESTORNA-FIM.

      *-----compras do convenio vindas do PDV no dia WS-DIAF-AMD e----*
      *-----ainda em aberto: estornadas (as ja descontadas em folha----*
      *-----ficam como estao)------------------------------------------*
       P-ESTORNA-CONV.
           MOVE ZEROS TO WS-CONV-ESTORN.
           OPEN I-O CONVCOMP.
           IF FS-CVC NOT = "00"
               CLOSE CONVCOMP
               GO TO P-ESTORNA-CONV-FIM.
       P-ESTORNA-CONV-LER.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-ESTORNA-CONV-FECHA.
           IF CVC-DATA NOT = WS-DIAF-AMD OR NOT CVC-DO-PDV
               GO TO P-ESTORNA-CONV-LER.
           IF NOT CVC-ABERTA
               GO TO P-ESTORNA-CONV-LER.
           MOVE "E" TO CVC-SITUACAO.
           MOVE WS-OPER-ATUAL TO CVC-OPER-COD.
           REWRITE REG-CONVCOMP.
           ADD 1 TO WS-CONV-ESTORN.
           GO TO P-ESTORNA-CONV-LER.
       P-ESTORNA-CONV-FECHA.
           CLOSE CONVCOMP.
       P-ESTORNA-CONV-FIM.

      *-----usos de vale-presente vindos do PDV no dia WS-DIAF-AMD:----*
      *-----o uso aceito devolve o saldo ao vale; uso e recusa ficam---*
      *-----marcados "E"-----------------------------------------------*
       P-ESTORNA-VALE.
           MOVE ZEROS TO WS-VALE-ESTORN.
           OPEN I-O VALEUSO.
           IF FS-VPU NOT = "00"
               CLOSE VALEUSO
               GO TO P-ESTORNA-VALE-FIM.
           OPEN I-O VALEPRES.
           IF FS-VPR NOT = "00"
               CLOSE VALEUSO VALEPRES
               GO TO P-ESTORNA-VALE-FIM.
       P-ESTORNA-VALE-LER.
           READ VALEUSO NEXT RECORD
               AT END
                   GO TO P-ESTORNA-VALE-FECHA.
           IF VPU-DATA NOT = WS-DIAF-AMD OR NOT VPU-DO-PDV
               GO TO P-ESTORNA-VALE-LER.
           IF VPU-ESTORNADO
               GO TO P-ESTORNA-VALE-LER.
           IF VPU-USADO
               PERFORM P-ESTORNA-VALE-SALDO.
           MOVE "E" TO VPU-SITUACAO.
           MOVE WS-OPER-ATUAL TO VPU-OPER-COD.
           REWRITE REG-VALEUSO.
           ADD 1 TO WS-VALE-ESTORN.
           GO TO P-ESTORNA-VALE-LER.
       P-ESTORNA-VALE-FECHA.
           CLOSE VALEUSO VALEPRES.
       P-ESTORNA-VALE-FIM.

       P-ESTORNA-VALE-SALDO.
           MOVE VPU-NUM TO VPR-NUM.
           READ VALEPRES
               INVALID KEY
                   EXIT PARAGRAPH.
           ADD VPU-VALOR TO VPR-SALDO.
           IF VPR-SALDO > VPR-VALOR
               MOVE VPR-VALOR TO VPR-SALDO.
           IF VPR-SALDO = VPR-VALOR
               MOVE ZEROS TO VPR-ULT-USO.
           REWRITE REG-VALEPRES.

      *-----------------------------------------------------------*
      * Registro da rodada no PDVLOG.DAT: tipo (WS-TIPO-LOG I/R/E),*
      * dia do PDV, contagens, operador e supervisor que liberou.  *
      *-----------------------------------------------------------*
       P-GRAVA-LOG.
           OPEN EXTEND PDVLOG.
           IF FS-PLG = "30" OR FS-PLG = "35"
               CLOSE PDVLOG
               OPEN OUTPUT PDVLOG
               CLOSE PDVLOG
               OPEN EXTEND PDVLOG.
           ACCEPT WS-HORA-DOS FROM TIME.
           MOVE DIA TO PLG-DIA.
           MOVE MES TO PLG-MES.
           MOVE ANO TO PLG-ANO.
           COMPUTE PLG-HORA = HH-DOS * 10000 + MM-DOS * 100 + SS-DOS.
           MOVE WS-TERMINAL TO PLG-TERMINAL.
           MOVE WS-OPER-ATUAL TO PLG-OPER-COD.
           MOVE WS-TIPO-LOG TO PLG-TIPO.
           MOVE WS-DIAF-AMD TO PLG-PDV-DATA.
           MOVE WS-ITENS TO PLG-ITENS.
           MOVE WS-REJEITADOS TO PLG-REJEITADOS.
           MOVE WS-ESTORNADOS TO PLG-ESTORNADOS.
           MOVE WS-PDVDIA-TIRADOS TO PLG-PDVDIA.
           IF WS-SUP-OK = "S"
               MOVE WS-SUP-COD TO PLG-SUPERV
           ELSE
               MOVE ZEROS TO PLG-SUPERV.
           WRITE REG-PDVLOG.
           CLOSE PDVLOG.

      *-----------------------------------------------------------*
      * Consulta do PDVLOG.DAT em tela, na ordem de gravacao.      *
      *-----------------------------------------------------------*
       P-CONSULTA-LOG.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "MERC06".
           DISPLAY (02 20) " Registro de Importacoes do PDV ".
           OPEN INPUT PDVLOG.
           IF FS-PLG NOT = "00"
               CLOSE PDVLOG
               DISPLAY (22 04) "!! NENHUMA IMPORTACAO REGISTRADA !!"
               ACCEPT WS-P
               GO TO P-CONSULTA-LOG-FIM.
           DISPLAY (03 04) "Data       Hora  Term Oper Tipo      "
               "Dia PDV   Itens Rej Est Tot Sup".
           MOVE ZEROS TO WS-LIDOS-LOG.
           MOVE 5 TO LIN.
       P-CONSULTA-LOG-LER.
           READ PDVLOG
               AT END
                   GO TO P-CONSULTA-LOG-FECHA.
           ADD 1 TO WS-LIDOS-LOG.
           MOVE PLG-DIA TO LL-DIA.
           MOVE PLG-MES TO LL-MES.
           MOVE PLG-ANO TO LL-ANO.
           MOVE PLG-HORA TO WS-HORA-NUM.
           MOVE WS-HQ-HH TO LL-HH.
           MOVE WS-HQ-MM TO LL-MM.
           MOVE PLG-TERMINAL TO LL-TERMINAL.
           MOVE PLG-OPER-COD TO LL-OPER.
           MOVE "IMPORTOU" TO LL-TIPO.
           IF PLG-REPROCESSOU
               MOVE "REPROCES." TO LL-TIPO.
           IF PLG-ESTORNOU
               MOVE "ESTORNOU" TO LL-TIPO.
           MOVE PLG-PDV-DATA TO WS-AMD-NUM.
           MOVE WS-AMD-DIA TO LL-PDV-DIA.
           MOVE WS-AMD-MES TO LL-PDV-MES.
           MOVE WS-AMD-ANO TO LL-PDV-ANO.
           MOVE PLG-ITENS TO LL-ITENS.
           MOVE PLG-REJEITADOS TO LL-REJEITADOS.
           MOVE PLG-ESTORNADOS TO LL-ESTORNADOS.
           MOVE PLG-PDVDIA TO LL-PDVDIA.
           MOVE PLG-SUPERV TO LL-SUPERV.
           DISPLAY (LIN, 04) LINHA-LOG.
           ADD 1 TO LIN.
           IF LIN > 20
               PERFORM P-PARA.
           GO TO P-CONSULTA-LOG-LER.
       P-CONSULTA-LOG-FECHA.
           CLOSE PDVLOG.
           DISPLAY (22 04) WS-LIDOS-LOG " registro(s)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CONSULTA-LOG-FIM.

      *-----------------------------------------------------------*
      * Operador da sessao (SESSAO.DAT, gravado pelo menu) - p/ a *
      * baixa do PDV sair carimbada no diario de estoque.         *
           ELSE
               MOVE WS-TERMINAL TO WS-ARQ-SESS-COD
               MOVE WS-ARQ-SESS-MONTA TO WS-ARQ-SESSAO.

      *-----LOTEST.DAT aberto junto com o estoque; sem arquivo de-----*
      *-----lotes (nenhum perecivel recebido ainda) nada e baixado-----*
       P-ABRE-LOTEST.
           MOVE "N" TO WS-TEM-LOTEST.
           OPEN I-O LOTEST.
           IF FS-LOTEST = "00"
               MOVE "S" TO WS-TEM-LOTEST
           ELSE
               CLOSE LOTEST.

       P-FECHA-LOTEST.
           IF WS-TEM-LOTEST = "S"
               CLOSE LOTEST
               MOVE "N" TO WS-TEM-LOTEST.

      *-----------------------------------------------------------*
      * Baixa FEFO: WS-LOTE-RESTA do produto WS-LOTE-PROD sai dos  *
      * lotes de validade na ordem da chave - a validade mais      *
      * proxima (ou ja vencida) primeiro, lote por lote, ate a     *
      * quantidade acabar. O que passar da soma dos lotes era      *
      * estoque sem lote e fica em WS-LOTE-RESTA. WS-LOTE-VALID    *
      * devolve a validade do primeiro lote baixado.               *
      *-----------------------------------------------------------*
       P-BAIXA-LOTE.
           MOVE ZEROS TO WS-LOTE-VALID.
           IF WS-TEM-LOTEST NOT = "S" OR WS-LOTE-RESTA = ZEROS
               GO TO P-BAIXA-LOTE-FIM.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-BAIXA-LOTE-FIM.
       P-BAIXA-LOTE-LER.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-BAIXA-LOTE-FIM.
           IF LOT-PROD NOT = WS-LOTE-PROD
               GO TO P-BAIXA-LOTE-FIM.
           IF LOT-QTDE = ZEROS
               GO TO P-BAIXA-LOTE-LER.
           IF WS-LOTE-VALID = ZEROS
               MOVE LOT-VALIDADE TO WS-LOTE-VALID.
           IF LOT-QTDE > WS-LOTE-RESTA
               SUBTRACT WS-LOTE-RESTA FROM LOT-QTDE
               MOVE ZEROS TO WS-LOTE-RESTA
           ELSE
               SUBTRACT LOT-QTDE FROM WS-LOTE-RESTA
               MOVE ZEROS TO LOT-QTDE.
           REWRITE REG-LOTEST.
           IF WS-LOTE-RESTA NOT = ZEROS
               GO TO P-BAIXA-LOTE-LER.
       P-BAIXA-LOTE-FIM.

      *-----------------------------------------------------------*
      * Estorno de venda do PDV: a quantidade volta ao lote de     *
      * validade mais longa do produto - o mais novo na gondola.   *
      * Nao se sabe de qual lote a venda saiu; voltar ao mais novo *
      * nunca ressuscita lote vencido p/ o relatorio do MERC08.    *
      * Produto sem lote: nada a devolver.                         *
      *-----------------------------------------------------------*
       P-DEVOLVE-LOTE.
           IF WS-TEM-LOTEST NOT = "S" OR WS-LOTE-RESTA = ZEROS
               GO TO P-DEVOLVE-LOTE-FIM.
           MOVE ZEROS TO WS-LOTE-VALID.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE ZEROS TO LOT-VALIDADE.
           START LOTEST KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   GO TO P-DEVOLVE-LOTE-FIM.
       P-DEVOLVE-LOTE-LER.
           READ LOTEST NEXT RECORD
               AT END
                   GO TO P-DEVOLVE-LOTE-GRAVA.
           IF LOT-PROD NOT = WS-LOTE-PROD
               GO TO P-DEVOLVE-LOTE-GRAVA.
           MOVE LOT-VALIDADE TO WS-LOTE-VALID.
           GO TO P-DEVOLVE-LOTE-LER.
       P-DEVOLVE-LOTE-GRAVA.
           IF WS-LOTE-VALID = ZEROS
               GO TO P-DEVOLVE-LOTE-FIM.
           MOVE WS-LOTE-PROD TO LOT-PROD.
           MOVE WS-LOTE-VALID TO LOT-VALIDADE.
           READ LOTEST
               INVALID KEY
                   GO TO P-DEVOLVE-LOTE-FIM.
           ADD WS-LOTE-RESTA TO LOT-QTDE.
           REWRITE REG-LOTEST.
       P-DEVOLVE-LOTE-FIM.
