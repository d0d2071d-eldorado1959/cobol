      *
      *    DISPARO DOS RELATORIOS EM LOTE + CONTROLE DA NOITE
      *    Grava o marcador LOTE.DAT (com a data da rodada) e
      *    dispara a corrente BANCO09 -> 12 -> 16 -> 17 -> 38 -> 25,
      *    cada um rodando sem operador com o ultimo filtro salvo
      *    em FILTRO.DAT (o BANCO25, conferidor de integridade, nao
      *    tem filtro - confere tudo). No disparo, um registro por programa
      *    nasce "P" (pendente) em RUNCTL.DAT; cada relatorio
      *    marca "I" ao comecar e "C" ao completar, com as horas.
      *    <2> e a tela da manha: o resultado da ultima noite,
      *    programa a programa. <3> RETOMA a corrente do primeiro
      *    programa que NAO completou (impressora atolada, arquivo
      *    estragado) em vez de rodar tudo de novo do BANCO09.
      *    O BANCO25 apaga o marcador no final e devolve o menu.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           03 FILLER PIC X(08) VALUE "BANCO16 ".
           03 FILLER PIC X(08) VALUE "BANCO17 ".
           03 FILLER PIC X(08) VALUE "BANCO38 ".
           03 FILLER PIC X(08) VALUE "BANCO25 ".
       01 WS-CORRENTE REDEFINES WS-CORRENTE-INIC.
           03 WS-CORRENTE-V     PIC X(08) OCCURS 6 TIMES.

       SCREEN SECTION.
       01 TELA-MENU.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Disparo: marcador LOTE.DAT com a data + 6 registros "P"
      * em RUNCTL.DAT, um por programa da corrente, e vai.
       P-DISPARA.
           DISPLAY (01 01) ERASE.
           DISPLAY (05 04) "Dispara os relatorios em lote com os".
           DISPLAY (06 04) "ultimos filtros salvos (BANCO09, 12,".
           DISPLAY (07 04) "16, 17, 38 e 25) <S/N>? ".
           ACCEPT (07 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-DISPARA-FIM.
           MOVE ZEROS TO WS-SX.
       P-DISPARA-RUN.
           ADD 1 TO WS-SX.
           IF WS-SX > 6
               GO TO P-DISPARA-LOTE.
           MOVE WS-HOJE-AMD TO RUN-DATA.
           MOVE WS-SX TO RUN-SEQ.

      *-----------------------------------------*
      * Tela da manha: acha a data da ULTIMA rodada e mostra o
      * resultado dos 6 programas - quem completou, quem nao.
       P-RESULTADO.
           DISPLAY (01 01) ERASE.
           PERFORM P-ACHA-ULTIMA THRU P-ACHA-ULTIMA-FIM.
           MOVE ZEROS TO WS-SX.
       P-RESULTADO-LOOP.
           ADD 1 TO WS-SX.
           IF WS-SX > 6
               GO TO P-RESULTADO-PAUSA.
           MOVE WS-ULT-DATA TO RUN-DATA.
           MOVE WS-SX TO RUN-SEQ.
           MOVE ZEROS TO WS-SX.
       P-RETOMA-PROCURA.
           ADD 1 TO WS-SX.
           IF WS-SX > 6
               GO TO P-RETOMA-AVALIA.
           MOVE WS-ULT-DATA TO RUN-DATA.
           MOVE WS-SX TO RUN-SEQ.
