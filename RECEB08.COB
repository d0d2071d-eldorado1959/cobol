       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECEB08.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    REVISAO DO LIMITE DE CREDITO PELO COMPORTAMENTO DE PAGTO
      *    O CLI-LIMITE era digitado uma vez no RECEB02 e nunca
      *    mais revisto: o bom pagador ficava preso num limite
      *    velho e o mau pagador mantinha o dele. Aqui o historico
      *    inteiro do RECEBER.DAT e relido por cliente (SORT por
      *    cliente e data de cada entrada e saida do aberto) e,
      *    p/ cada um, sai: quantos recebiveis ja venceram, o
      *    atraso medio em dias (o recebido conta ate a data do
      *    recebimento, o aberto ate hoje; baixado por perda fica
      *    de fora da media), o maior nivel de cobranca atingido
      *    (REC-AVISO-NIVEL, regua do RECEB04), os protestos, as
      *    perdas (REC-PERDA, RECEB06) e o PICO do aberto - o
      *    maior saldo devedor que o cliente ja teve. Com isso o
      *    programa sugere:
      *      BLOQUEAR - teve perda ou protesto, ou tem recebivel
      *                 aberto no aviso final: vira INATIVO e o
      *                 RECEB01 para de vender a prazo p/ ele;
      *      AUMENTAR - paga em dia (atraso medio ate 5 dias, no
      *                 maximo o 1o aviso): pico + 20%;
      *      REDUZIR  - atraso medio acima de 30 dias ou chegou ao
      *                 2o aviso: metade do pico; entre 6 e 30
      *                 dias: o proprio pico;
      *      MANTER   - menos de 3 recebiveis vencidos, ou o limite
      *                 atual ja esta dentro do sugerido.
      *    Limites sugeridos arredondados p/ cima na centena.
      *    <1> so o relatorio (tela + RECEB08.TXT). <2> Aplicar:
      *    so supervisor (nivel 2 da sessao) - mostra cliente a
      *    cliente o que muda e grava o que ele aceitar, cada
      *    alteracao com a imagem antes/depois no jornal de
      *    cadastros (CADHIST.DAT), com data, hora e operador.
      *    Menu do RECEB01, opcao <12>.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-CLI.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CADH.
           SELECT EVENTO ASSIGN TO DISK.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY RECEBMAST.

       COPY CLIMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       COPY CADHMAST.

      *-----------------------------------------------------------*
      * Movimento do aberto de cada cliente, classificado por      *
      * cliente e data: tipo 1 = recebivel lancado (soma ao        *
      * aberto, leva junto os indicadores do recebivel), tipo 2 =  *
      * recebido ou baixado por perda (sai do aberto). No mesmo    *
      * dia a entrada vem antes da saida - o pico fica do lado     *
      * conservador.                                               *
      *-----------------------------------------------------------*
       SD EVENTO.
       01 REG-EVENTO.
           03 EVT-CLI          PIC 9(04).
           03 EVT-DATA         PIC 9(08).
           03 EVT-TIPO         PIC 9.
           03 EVT-VALOR        PIC 9(09)V99.
      *    So no tipo 1: o recebivel ja venceu (entra na media),
      *    os dias de atraso, nivel de aviso, protesto, perda e
      *    se ainda esta aberto no aviso final.
           03 EVT-VENCIDO      PIC X(01).
           03 EVT-DIAS-ATRASO  PIC 9(05).
           03 EVT-NIVEL        PIC 9.
           03 EVT-PROTESTO     PIC X(01).
           03 EVT-PERDA        PIC X(01).
           03 EVT-ABERTO-FINAL PIC X(01).

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "RECEB08.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
      *-----sessao POR TERMINAL: e dela que vem o nivel do logado------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
       77 WS-NIVEL-ATUAL        PIC 9 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 FS-REC                PIC XX.
       77 FS-CLI                PIC XX.
       77 FS-CADH               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----criterios da sugestao------------------------------------*
       77 WS-MIN-VENCIDOS       PIC 9(03) VALUE 3.
       77 WS-ATRASO-BOM         PIC 9(03) VALUE 5.
       77 WS-ATRASO-RUIM        PIC 9(03) VALUE 30.
       77 WS-PCT-AUMENTO        PIC 9(03) VALUE 20.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-DATA-BUF           PIC 9(08).
       01 WS-DATA-BUF-R REDEFINES WS-DATA-BUF.
           03 WS-DB-DIA         PIC 99.
           03 WS-DB-MES         PIC 99.
           03 WS-DB-ANO         PIC 9(04).
       01 WS-AMD-BUF            PIC 9(08).
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 WS-AB-ANO         PIC 9(04).
           03 WS-AB-MES         PIC 99.
           03 WS-AB-DIA         PIC 99.
       01 WS-HORA-DOS-CH.
           03 WS-HH-CH          PIC 99.
           03 WS-MM-CH          PIC 99.
           03 WS-SS-CH          PIC 99.
           03 WS-CC-CH          PIC 99.

      *-----calculo juliano, mesmo criterio do BANCO09------------------*
       77 WS-CJ-ANO             PIC 9(04).
       77 WS-CJ-MES             PIC 99.
       77 WS-CJ-DIA             PIC 99.
       77 WS-CJ-DIVANO          PIC 9(04).
       77 WS-CJ-RESTO           PIC 9(03).
       77 WS-CJ-AJUSTE          PIC 9.
       77 WS-CJ-RESULT          PIC 9(07).
       77 WS-JULIANO-HOJE       PIC 9(07) VALUE ZEROS.
       77 WS-JULIANO-VENC       PIC 9(07) VALUE ZEROS.
       77 WS-JULIANO-FIM        PIC 9(07) VALUE ZEROS.
       01 WS-TAB-MES-INIC.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC 9(03) VALUE 031.
           02 FILLER PIC 9(03) VALUE 059.
           02 FILLER PIC 9(03) VALUE 090.
           02 FILLER PIC 9(03) VALUE 120.
           02 FILLER PIC 9(03) VALUE 151.
           02 FILLER PIC 9(03) VALUE 181.
           02 FILLER PIC 9(03) VALUE 212.
           02 FILLER PIC 9(03) VALUE 243.
           02 FILLER PIC 9(03) VALUE 273.
           02 FILLER PIC 9(03) VALUE 304.
           02 FILLER PIC 9(03) VALUE 334.
       01 WS-TAB-MES REDEFINES WS-TAB-MES-INIC.
           02 WS-TAB-MES-V      PIC 9(03) OCCURS 12 TIMES.

      *-----acumuladores do cliente corrente na saida do SORT----------*
       77 WS-CLI-ATUAL          PIC 9(04) VALUE ZEROS.
       77 WS-PRIMEIRO           PIC X VALUE "S".
       88 PRIMEIRO-88                VALUE "S".
       77 WS-AC-QTDE            PIC 9(05) VALUE ZEROS.
       77 WS-AC-VENCIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-AC-DIAS            PIC 9(09) VALUE ZEROS.
       77 WS-AC-NIVEL           PIC 9 VALUE ZEROS.
       77 WS-AC-PROTESTOS       PIC 9(03) VALUE ZEROS.
       77 WS-AC-PERDAS          PIC 9(03) VALUE ZEROS.
       77 WS-AC-VLR-PERDAS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-AC-FINAL           PIC 9(03) VALUE ZEROS.
       77 WS-AC-ABERTO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-AC-PICO            PIC 9(11)V99 VALUE ZEROS.
       77 WS-MEDIA              PIC 9(05) VALUE ZEROS.
       77 WS-BASE-LIM           PIC 9(11)V99 VALUE ZEROS.
       77 WS-CENTENAS           PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------*
      * Resultado da revisao, um por cliente com historico. Acao:  *
      * B bloquear, A aumentar, R reduzir, M manter, I ja inativo. *
      * WS-RV-FEITO marca o que ja foi aplicado nesta rodada.      *
      *-----------------------------------------------------------*
       77 WS-QTDE-RV            PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-RV-TOT        PIC 9(04) VALUE ZEROS.
       77 WS-IDX                PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-MUDA          PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-APLIC         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-REV.
           02 WS-RV OCCURS 999 TIMES.
               03 WS-RV-CLI         PIC 9(04).
               03 WS-RV-NOME        PIC X(20).
               03 WS-RV-VENCIDOS    PIC 9(05).
               03 WS-RV-MEDIA       PIC 9(05).
               03 WS-RV-NIVEL       PIC 9.
               03 WS-RV-PROTESTOS   PIC 9(03).
               03 WS-RV-PERDAS      PIC 9(03).
               03 WS-RV-PICO        PIC 9(11)V99.
               03 WS-RV-LIMITE      PIC 9(09)V99.
               03 WS-RV-SUGERIDO    PIC 9(09)V99.
               03 WS-RV-ACAO        PIC X(01).
               03 WS-RV-FEITO       PIC X(01).

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(38)
               VALUE "Revisao de Limite de Credito - em ".
           02 DIA-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT          PIC 9(04).
       01 LINHA-CAB1.
           02 F PIC X(40)
               VALUE "  Cli  Cliente               Venc Atr.Md".
           02 F PIC X(36)
               VALUE "  Niv Prot Perd    Pico do aberto".
       01 LINHA-CAB2.
           02 F PIC X(40)
               VALUE "       Limite atual        Sugerido     ".
           02 F PIC X(10) VALUE "Acao".
       01 LINHA-DET1.
           02 F PIC X(02) VALUE SPACES.
           02 CLI-DET          PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 NOME-DET         PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 VENC-DET         PIC ZZZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 MEDIA-DET        PIC ZZZZ9.
           02 F PIC X(03) VALUE SPACES.
           02 NIVEL-DET        PIC 9.
           02 F PIC X(02) VALUE SPACES.
           02 PROT-DET         PIC ZZ9.
           02 F PIC X(02) VALUE SPACES.
           02 PERD-DET         PIC ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 PICO-DET         PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-DET2.
           02 F PIC X(04) VALUE SPACES.
           02 LIMITE-DET       PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 SUGER-DET        PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 ACAO-DET         PIC X(24).
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 TOT-QTDE         PIC ZZZ9.
           02 F PIC X(28) VALUE " cliente(s) revisto(s), ".
           02 TOT-MUDA         PIC ZZZ9.
           02 F PIC X(24) VALUE " com mudanca sugerida".

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "RECEB08" BLINK.
           02 LINE 02 COLUMN 16 VALUE " Revisao de Limite de Credito "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Relatorio de Revisao".
           02 LINE 06 COLUMN 04 VALUE "<2> Aplicar Limites Sugeridos".
           02 LINE 07 COLUMN 04 VALUE "<0> Sair".
           02 LINE 09 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               DISPLAY (22 04) "!! RECEBER.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE RECEBER
               DISPLAY (01 01) ERASE
               CHAIN "RECEB01.COM".
           OPEN I-O CLIENTE.
           IF FS-CLI NOT = "00"
               DISPLAY (22 04) "!! CLIENTE.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE RECEBER CLIENTE
               DISPLAY (01 01) ERASE
               CHAIN "RECEB01.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           MOVE ANO TO WS-CJ-ANO.
           MOVE MES TO WS-CJ-MES.
           MOVE DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-HOJE.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (09 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-APLICA THRU P-APLICA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * <1> Revisao completa + relatorio.
       P-RELATORIO.
           DISPLAY (01 01) ERASE.
           PERFORM P-REVISA THRU P-REVISA-FIM.
           PERFORM P-MOSTRA THRU P-MOSTRA-FIM.
       P-RELATORIO-FIM.

      *-----------------------------------------*
      * <2> Aplicar - so nivel 2 (supervisor) da sessao. Refaz a
      * revisao (o RECEBER.DAT pode ter mudado desde o relatorio)
      * e pergunta cliente a cliente o que tem mudanca sugerida.
       P-APLICA.
           DISPLAY (01 01) ERASE.
           IF WS-NIVEL-ATUAL < 2
               DISPLAY (22 04)
                   "!! APLICAR LIMITES E SO DO SUPERVISOR !!"
               ACCEPT WS-P
               GO TO P-APLICA-FIM.
           PERFORM P-REVISA THRU P-REVISA-FIM.
           IF WS-QTDE-MUDA = ZEROS
               DISPLAY (10 04) "Nenhuma mudanca de limite sugerida."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-APLICA-FIM.
           MOVE ZEROS TO WS-QTDE-APLIC.
           MOVE ZEROS TO WS-IDX.
       P-APLICA-PROXIMO.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-RV
               GO TO P-APLICA-TOTAL.
           IF WS-RV-ACAO (WS-IDX) = "M" OR WS-RV-ACAO (WS-IDX) = "I"
               GO TO P-APLICA-PROXIMO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Cliente...........: " WS-RV-CLI (WS-IDX)
               " " WS-RV-NOME (WS-IDX).
           DISPLAY (04 04) "Recebiveis vencidos: "
               WS-RV-VENCIDOS (WS-IDX).
           DISPLAY (05 04) "Atraso medio (dias): "
               WS-RV-MEDIA (WS-IDX).
           DISPLAY (06 04) "Maior nivel aviso..: "
               WS-RV-NIVEL (WS-IDX).
           DISPLAY (07 04) "Protestos / perdas.: "
               WS-RV-PROTESTOS (WS-IDX) " / " WS-RV-PERDAS (WS-IDX).
           MOVE WS-RV-PICO (WS-IDX) TO WS-MOSTRA-VALOR.
           DISPLAY (08 04) "Pico do aberto..R$ " WS-MOSTRA-VALOR.
           MOVE WS-RV-LIMITE (WS-IDX) TO WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Limite atual....R$ " WS-MOSTRA-VALOR.
           IF WS-RV-ACAO (WS-IDX) = "B"
               DISPLAY (11 04) "Sugerido........: BLOQUEAR (INATIVO)"
           ELSE
               MOVE WS-RV-SUGERIDO (WS-IDX) TO WS-MOSTRA-VALOR
               DISPLAY (11 04) "Sugerido........R$ " WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Aplica? < S/N, 0 = encerra >".
           MOVE "N" TO WS-P.
           ACCEPT (13 34) WS-P WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-P = "0"
               GO TO P-APLICA-TOTAL.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-APLICA-PROXIMO.
           PERFORM P-GRAVA-CLIENTE THRU P-GRAVA-CLIENTE-FIM.
           GO TO P-APLICA-PROXIMO.
       P-APLICA-TOTAL.
           DISPLAY (01 01) ERASE.
           DISPLAY (10 04) WS-QTDE-APLIC " limite(s) alterado(s) -"
               " registrado(s) em CADHIST.DAT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-APLICA-FIM.

      *-----le o cliente de novo, grava a mudanca e o jornal----------*
       P-GRAVA-CLIENTE.
           MOVE WS-RV-CLI (WS-IDX) TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! CLIENTE NAO ENCONTRADO !!"
                   ACCEPT WS-P
                   GO TO P-GRAVA-CLIENTE-FIM.
           MOVE SPACES TO CADH-ANTES.
           MOVE REG-CLIENTE TO CADH-ANTES.
           IF WS-RV-ACAO (WS-IDX) = "B"
               MOVE "I" TO CLI-SITUACAO
           ELSE
               MOVE WS-RV-SUGERIDO (WS-IDX) TO CLI-LIMITE.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! ERRO AO GRAVAR - FS = " FS-CLI
                   ACCEPT WS-P
                   GO TO P-GRAVA-CLIENTE-FIM.
           MOVE SPACES TO CADH-DEPOIS.
           MOVE REG-CLIENTE TO CADH-DEPOIS.
           OPEN EXTEND CADHIST.
           IF FS-CADH = "30"
               CLOSE CADHIST
               OPEN OUTPUT CADHIST
               CLOSE CADHIST
               OPEN EXTEND CADHIST.
           MOVE "CLIENTE" TO CADH-ARQUIVO.
           MOVE CLI-COD TO CADH-CHAVE.
           MOVE "R" TO CADH-OPERACAO.
           COMPUTE CADH-DATA =
               DIA * 1000000 + MES * 10000 + ANO.
           ACCEPT WS-HORA-DOS-CH FROM TIME.
           COMPUTE CADH-HORA =
               WS-HH-CH * 10000 + WS-MM-CH * 100 + WS-SS-CH.
           MOVE WS-OPER-ATUAL TO CADH-OPER-COD.
           WRITE REG-CADHIST.
           CLOSE CADHIST.
           MOVE "S" TO WS-RV-FEITO (WS-IDX).
           ADD 1 TO WS-QTDE-APLIC.
       P-GRAVA-CLIENTE-FIM.

      *-----------------------------------------------------------*
      * Revisao: SORT dos movimentos do aberto por cliente/data,   *
      * saida acumula e fecha cada cliente na tabela WS-RV.        *
      *-----------------------------------------------------------*
       P-REVISA.
           DISPLAY (10 04) "Relendo o historico de recebiveis...".
           MOVE ZEROS TO WS-QTDE-RV WS-QTDE-RV-TOT WS-QTDE-MUDA.
           MOVE "S" TO WS-PRIMEIRO.
           SORT EVENTO ON ASCENDING KEY EVT-CLI EVT-DATA EVT-TIPO
               INPUT PROCEDURE IS P-SORT-ENTRADA
                   THRU P-SORT-ENTRADA-FIM
               OUTPUT PROCEDURE IS P-SORT-SAIDA
                   THRU P-SORT-SAIDA-FIM.
           DISPLAY (10 04) WS-LIMPA.
       P-REVISA-FIM.

       P-SORT-ENTRADA.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-SORT-ENTRADA-FIM.
       P-SORT-ENTRADA-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-SORT-ENTRADA-FIM.
           IF REC-CANCELADO
               GO TO P-SORT-ENTRADA-LER.
           IF REC-CLI-COD = ZEROS
               GO TO P-SORT-ENTRADA-LER.
      *     entrada no aberto: data da inclusao (sem ela, o proprio
      *     vencimento)
           MOVE REC-CLI-COD TO EVT-CLI.
           MOVE REC-INSCR TO WS-DATA-BUF.
           IF REC-INSCR = ZEROS
               MOVE REC-DIA TO WS-DB-DIA
               MOVE REC-MES TO WS-DB-MES
               MOVE REC-ANO TO WS-DB-ANO.
           PERFORM P-DMA-AMD.
           MOVE WS-AMD-BUF TO EVT-DATA.
           MOVE 1 TO EVT-TIPO.
           MOVE REC-VALOR TO EVT-VALOR.
           MOVE "N" TO EVT-VENCIDO.
           MOVE ZEROS TO EVT-DIAS-ATRASO.
           MOVE REC-AVISO-NIVEL TO EVT-NIVEL.
           MOVE "N" TO EVT-PROTESTO EVT-PERDA EVT-ABERTO-FINAL.
           IF REC-PROTESTADO
               MOVE "S" TO EVT-PROTESTO.
           IF REC-EM-PERDA
               MOVE "S" TO EVT-PERDA.
           IF REC-DATA-RECEB = ZEROS AND NOT REC-EM-PERDA
               AND REC-AVISO-NIVEL NOT < 3
               MOVE "S" TO EVT-ABERTO-FINAL.
      *     atraso: recebido = vcto ate o recebimento; aberto e
      *     vencido = vcto ate hoje; perda fica fora da media
           MOVE REC-ANO TO WS-CJ-ANO.
           MOVE REC-MES TO WS-CJ-MES.
           MOVE REC-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           MOVE WS-CJ-RESULT TO WS-JULIANO-VENC.
           IF REC-EM-PERDA
               GO TO P-SORT-ENTRADA-GRAVA.
           IF REC-DATA-RECEB NOT = ZEROS
               MOVE REC-DATA-RECEB TO WS-DATA-BUF
               MOVE WS-DB-ANO TO WS-CJ-ANO
               MOVE WS-DB-MES TO WS-CJ-MES
               MOVE WS-DB-DIA TO WS-CJ-DIA
               PERFORM P-CALCULA-JULIANO
               MOVE WS-CJ-RESULT TO WS-JULIANO-FIM
               MOVE "S" TO EVT-VENCIDO
           ELSE
               MOVE WS-JULIANO-HOJE TO WS-JULIANO-FIM
               IF WS-JULIANO-VENC < WS-JULIANO-HOJE
                   MOVE "S" TO EVT-VENCIDO
               END-IF
           END-IF.
           IF EVT-VENCIDO = "S" AND WS-JULIANO-FIM > WS-JULIANO-VENC
               COMPUTE EVT-DIAS-ATRASO =
                   WS-JULIANO-FIM - WS-JULIANO-VENC.
       P-SORT-ENTRADA-GRAVA.
           RELEASE REG-EVENTO.
      *     saida do aberto: recebimento ou baixa por perda
           IF REC-DATA-RECEB = ZEROS AND NOT REC-EM-PERDA
               GO TO P-SORT-ENTRADA-LER.
           IF REC-EM-PERDA
               MOVE REC-PERDA-DATA TO WS-DATA-BUF
           ELSE
               MOVE REC-DATA-RECEB TO WS-DATA-BUF.
           PERFORM P-DMA-AMD.
           MOVE WS-AMD-BUF TO EVT-DATA.
           MOVE 2 TO EVT-TIPO.
           MOVE "N" TO EVT-VENCIDO EVT-PROTESTO EVT-PERDA.
           MOVE "N" TO EVT-ABERTO-FINAL.
           MOVE ZEROS TO EVT-DIAS-ATRASO EVT-NIVEL.
           RELEASE REG-EVENTO.
           GO TO P-SORT-ENTRADA-LER.
       P-SORT-ENTRADA-FIM.

       P-SORT-SAIDA.
           RETURN EVENTO
               AT END
                   GO TO P-SORT-SAIDA-ULTIMO.
           IF PRIMEIRO-88
               MOVE "N" TO WS-PRIMEIRO
               MOVE EVT-CLI TO WS-CLI-ATUAL
               PERFORM P-ZERA-CLIENTE.
           IF EVT-CLI NOT = WS-CLI-ATUAL
               PERFORM P-FECHA-CLIENTE THRU P-FECHA-CLIENTE-FIM
               MOVE EVT-CLI TO WS-CLI-ATUAL
               PERFORM P-ZERA-CLIENTE.
           IF EVT-TIPO = 2
               SUBTRACT EVT-VALOR FROM WS-AC-ABERTO
               GO TO P-SORT-SAIDA.
           ADD 1 TO WS-AC-QTDE.
           ADD EVT-VALOR TO WS-AC-ABERTO.
           IF WS-AC-ABERTO > WS-AC-PICO
               MOVE WS-AC-ABERTO TO WS-AC-PICO.
           IF EVT-VENCIDO = "S"
               ADD 1 TO WS-AC-VENCIDOS
               ADD EVT-DIAS-ATRASO TO WS-AC-DIAS.
           IF EVT-NIVEL > WS-AC-NIVEL
               MOVE EVT-NIVEL TO WS-AC-NIVEL.
           IF EVT-PROTESTO = "S"
               ADD 1 TO WS-AC-PROTESTOS.
           IF EVT-PERDA = "S"
               ADD 1 TO WS-AC-PERDAS
               ADD EVT-VALOR TO WS-AC-VLR-PERDAS.
           IF EVT-ABERTO-FINAL = "S"
               ADD 1 TO WS-AC-FINAL.
           GO TO P-SORT-SAIDA.
       P-SORT-SAIDA-ULTIMO.
           IF NOT PRIMEIRO-88
               PERFORM P-FECHA-CLIENTE THRU P-FECHA-CLIENTE-FIM.
       P-SORT-SAIDA-FIM.

       P-ZERA-CLIENTE.
           MOVE ZEROS TO WS-AC-QTDE WS-AC-VENCIDOS WS-AC-DIAS.
           MOVE ZEROS TO WS-AC-NIVEL WS-AC-PROTESTOS WS-AC-PERDAS.
           MOVE ZEROS TO WS-AC-VLR-PERDAS WS-AC-FINAL.
           MOVE ZEROS TO WS-AC-ABERTO WS-AC-PICO.

      *-----fecha o cliente: media, sugestao e uma linha na tabela----*
       P-FECHA-CLIENTE.
           ADD 1 TO WS-QTDE-RV-TOT.
           IF WS-QTDE-RV NOT < 999
               GO TO P-FECHA-CLIENTE-FIM.
           MOVE WS-CLI-ATUAL TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   GO TO P-FECHA-CLIENTE-FIM.
           ADD 1 TO WS-QTDE-RV.
           MOVE CLI-COD TO WS-RV-CLI (WS-QTDE-RV).
           MOVE CLI-NOME TO WS-RV-NOME (WS-QTDE-RV).
           MOVE CLI-LIMITE TO WS-RV-LIMITE (WS-QTDE-RV).
           MOVE CLI-LIMITE TO WS-RV-SUGERIDO (WS-QTDE-RV).
           MOVE "N" TO WS-RV-FEITO (WS-QTDE-RV).
           MOVE ZEROS TO WS-MEDIA.
           IF WS-AC-VENCIDOS > ZEROS
               COMPUTE WS-MEDIA ROUNDED = WS-AC-DIAS / WS-AC-VENCIDOS.
           MOVE WS-AC-VENCIDOS TO WS-RV-VENCIDOS (WS-QTDE-RV).
           MOVE WS-MEDIA TO WS-RV-MEDIA (WS-QTDE-RV).
           MOVE WS-AC-NIVEL TO WS-RV-NIVEL (WS-QTDE-RV).
           MOVE WS-AC-PROTESTOS TO WS-RV-PROTESTOS (WS-QTDE-RV).
           MOVE WS-AC-PERDAS TO WS-RV-PERDAS (WS-QTDE-RV).
           MOVE WS-AC-PICO TO WS-RV-PICO (WS-QTDE-RV).
           MOVE "M" TO WS-RV-ACAO (WS-QTDE-RV).
           IF CLI-INATIVO
               MOVE "I" TO WS-RV-ACAO (WS-QTDE-RV)
               GO TO P-FECHA-CLIENTE-FIM.
           IF WS-AC-PERDAS > ZEROS OR WS-AC-PROTESTOS > ZEROS
               OR WS-AC-FINAL > ZEROS
               MOVE "B" TO WS-RV-ACAO (WS-QTDE-RV)
               ADD 1 TO WS-QTDE-MUDA
               GO TO P-FECHA-CLIENTE-FIM.
           IF WS-AC-VENCIDOS < WS-MIN-VENCIDOS
               GO TO P-FECHA-CLIENTE-FIM.
      *     bom pagador: pico + 20% - so aumenta, nunca baixa; quem
      *     ja esta sem limite (zeros) continua sem
           IF WS-MEDIA NOT > WS-ATRASO-BOM AND WS-AC-NIVEL < 2
               COMPUTE WS-BASE-LIM =
                   WS-AC-PICO * ( 100 + WS-PCT-AUMENTO ) / 100
               PERFORM P-ARREDONDA
               IF CLI-LIMITE NOT = ZEROS
                   AND WS-BASE-LIM > CLI-LIMITE
                   MOVE WS-BASE-LIM TO WS-RV-SUGERIDO (WS-QTDE-RV)
                   MOVE "A" TO WS-RV-ACAO (WS-QTDE-RV)
                   ADD 1 TO WS-QTDE-MUDA
               END-IF
               GO TO P-FECHA-CLIENTE-FIM.
      *     mau pagador: metade do pico; regular: o proprio pico -
      *     so reduz (ou poe limite em quem estava sem)
           IF WS-MEDIA > WS-ATRASO-RUIM OR WS-AC-NIVEL NOT < 2
               COMPUTE WS-BASE-LIM = WS-AC-PICO / 2
           ELSE
               MOVE WS-AC-PICO TO WS-BASE-LIM.
           PERFORM P-ARREDONDA.
           IF WS-BASE-LIM = ZEROS
               GO TO P-FECHA-CLIENTE-FIM.
           IF CLI-LIMITE = ZEROS OR WS-BASE-LIM < CLI-LIMITE
               MOVE WS-BASE-LIM TO WS-RV-SUGERIDO (WS-QTDE-RV)
               MOVE "R" TO WS-RV-ACAO (WS-QTDE-RV)
               ADD 1 TO WS-QTDE-MUDA.
       P-FECHA-CLIENTE-FIM.

      *-----limite sugerido p/ cima na centena-------------------------*
       P-ARREDONDA.
           COMPUTE WS-CENTENAS = ( WS-BASE-LIM + 99,99 ) / 100.
           COMPUTE WS-BASE-LIM = WS-CENTENAS * 100.

      *-----------------------------------------------------------*
      * Relatorio da revisao: tela + RECEB08.TXT, duas linhas por  *
      * cliente.                                                   *
      *-----------------------------------------------------------*
       P-MOSTRA.
           OPEN OUTPUT ARQSAID.
           MOVE DIA TO DIA-TIT.
           MOVE MES TO MES-TIT.
           MOVE ANO TO ANO-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB1.
           WRITE REG-ARQSAID FROM LINHA-CAB2.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 02) LINHA-CAB1.
           DISPLAY (02 02) LINHA-CAB2.
           MOVE 4 TO LIN.
           MOVE ZEROS TO WS-IDX.
       P-MOSTRA-LER.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-QTDE-RV
               GO TO P-MOSTRA-TOTAL.
           MOVE WS-RV-CLI (WS-IDX) TO CLI-DET.
           MOVE WS-RV-NOME (WS-IDX) TO NOME-DET.
           MOVE WS-RV-VENCIDOS (WS-IDX) TO VENC-DET.
           MOVE WS-RV-MEDIA (WS-IDX) TO MEDIA-DET.
           MOVE WS-RV-NIVEL (WS-IDX) TO NIVEL-DET.
           MOVE WS-RV-PROTESTOS (WS-IDX) TO PROT-DET.
           MOVE WS-RV-PERDAS (WS-IDX) TO PERD-DET.
           MOVE WS-RV-PICO (WS-IDX) TO PICO-DET.
           MOVE WS-RV-LIMITE (WS-IDX) TO LIMITE-DET.
           MOVE WS-RV-SUGERIDO (WS-IDX) TO SUGER-DET.
           IF WS-RV-ACAO (WS-IDX) = "B"
               MOVE "BLOQUEAR (INATIVAR)" TO ACAO-DET.
           IF WS-RV-ACAO (WS-IDX) = "A"
               MOVE "AUMENTAR" TO ACAO-DET.
           IF WS-RV-ACAO (WS-IDX) = "R"
               MOVE "REDUZIR" TO ACAO-DET.
           IF WS-RV-ACAO (WS-IDX) = "M"
               MOVE "MANTER" TO ACAO-DET.
           IF WS-RV-ACAO (WS-IDX) = "I"
               MOVE "JA INATIVO" TO ACAO-DET.
           IF WS-RV-ACAO (WS-IDX) = "M" AND WS-RV-VENCIDOS (WS-IDX)
               < WS-MIN-VENCIDOS
               MOVE "MANTER (POUCO HISTORICO)" TO ACAO-DET.
           WRITE REG-ARQSAID FROM LINHA-DET1.
           WRITE REG-ARQSAID FROM LINHA-DET2.
           DISPLAY (LIN, 01) LINHA-DET1.
           ADD 1 TO LIN.
           DISPLAY (LIN, 01) LINHA-DET2.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (03 00) ERASE
               MOVE 4 TO LIN.
           GO TO P-MOSTRA-LER.
       P-MOSTRA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-QTDE-RV TO TOT-QTDE.
           MOVE WS-QTDE-MUDA TO TOT-MUDA.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           IF WS-QTDE-RV-TOT > WS-QTDE-RV
               MOVE SPACES TO REG-ARQSAID
               STRING "  (limite da tabela: so os primeiros 999 "
                   "clientes revistos)" DELIMITED BY SIZE
                   INTO REG-ARQSAID
               WRITE REG-ARQSAID.
           CLOSE ARQSAID.
           DISPLAY (21 02) LINHA-TOTAL.
           DISPLAY (22 02) "Detalhe em RECEB08.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-MOSTRA-FIM.

      *-----DDMMAAAA (WS-DATA-BUF) -> AAAAMMDD (WS-AMD-BUF)-----------*
       P-DMA-AMD.
           MOVE WS-DB-ANO TO WS-AB-ANO.
           MOVE WS-DB-MES TO WS-AB-MES.
           MOVE WS-DB-DIA TO WS-AB-DIA.

      *-----numero juliano, mesmo criterio do BANCO09-------------------*
       P-CALCULA-JULIANO.
           MOVE ZEROS TO WS-CJ-AJUSTE.
           IF WS-CJ-MES < 1 OR WS-CJ-MES > 12
               MOVE 1 TO WS-CJ-MES.
           DIVIDE WS-CJ-ANO BY 4 GIVING WS-CJ-DIVANO
                                 REMAINDER WS-CJ-RESTO.
           IF WS-CJ-RESTO = 0 AND WS-CJ-MES > 2
               MOVE 1 TO WS-CJ-AJUSTE.
           COMPUTE WS-CJ-RESULT =
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----------------------------------------------------------*
      * Sessao DESTA estacao: nivel e codigo do operador logado.   *
      *-----------------------------------------------------------*
       P-LE-SESSAO.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO NOT = "00"
               CLOSE SESSAO
               MOVE 2 TO WS-NIVEL-ATUAL
               EXIT PARAGRAPH.
           READ SESSAO NEXT RECORD
               AT END
                   CLOSE SESSAO
                   MOVE 2 TO WS-NIVEL-ATUAL
                   EXIT PARAGRAPH.
           MOVE SESSAO-OPER-NIVEL TO WS-NIVEL-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           CLOSE SESSAO.

      *-----------------------------------------------------------*
      * Identidade da estacao (TERMINAL.DAT local).                *
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

       P-FIM.
           CLOSE RECEBER CLIENTE.
           DISPLAY (01 01) ERASE.
           CHAIN "RECEB01.COM".
