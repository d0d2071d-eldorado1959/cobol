      *    a dia, ate N dias: cada documento pendente da conta
      *    entra como SAIDA no seu vencimento e, se o operador
      *    quiser, cada recebivel em aberto (RECEBER.DAT) entra
      *    como ENTRADA no dele, e cada parcela de cartao pendente
      *    (CARTAO.DAT / BANCO73) na data prevista de liquidacao -
      *    a parcela antecipada nao, o dinheiro dela ja esta no
      *    saldo da conta. O saldo projetado de fechamento
      *    sai por dia, e o dia que fica NEGATIVO e gritado - da
      *    p/ mover dinheiro entre contas antes do cheque voltar,
      *    nao depois. O primeiro dia negativo entra na caixa de
      *    tarefas (TAREFA.DAT / BANCO29) do perfil de quem rodou;
      *    projecao sem negativo da baixa nela. As aplicacoes
      *    financeiras ativas da conta (APLIC.DAT / BANCO20) saem
      *    ao lado do saldo atual: o dinheiro saiu da conta mas
      *    continua a mao. Tela + BANCO79.TXT. Menu principal,
      *    opcao 39.
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CARTAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CART-CHAVE
                  FILE STATUS IS FS-CART.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-TAR.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
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

       COPY RECEBMAST.

       COPY CARTMAST.

       COPY APLICMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       77 FS                    PIC XX.
       77 FS-CTA                PIC XX.
       77 FS-REC                PIC XX.
       77 FS-CART               PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
      *-----transferencias entre contas (TRANSFB.DAT / BANCO81):-------*
      *-----entram no saldo de partida, como no razao (BANCO47)---------*
       77 FS-TRB                PIC XX.
      *-----aplicacoes financeiras da conta (BANCO20), posicao bruta----*
       77 FS-APL                PIC XX.
       77 WS-APLICADO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-MAIS-APLIC   PIC S9(11)V99 VALUE ZEROS.

      *-----calculo juliano, mesmo criterio do BANCO09------------------*
       77 WS-CJ-ANO             PIC 9(04).
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(22) VALUE "Tesouraria da Conta   ".
           02 CONTA-TIT        PIC X(10).
       01 LINHA-APLIC.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(20) VALUE "Saldo atual R$      ".
           02 SALDO-APL-DET    PIC ZZZ.ZZZ.ZZ9,99-.
           02 F PIC X(16) VALUE "  Aplicado R$   ".
           02 APLIC-DET        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-DIA.
           02 F PIC X(02) VALUE SPACES.
           02 DIA-DET          PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 ALERTA-DET       PIC X(12).

      *-----caixa de tarefas dos operadores (TAREFA.DAT / BANCO29)------*
       77 FS-TAR                PIC XX.
       77 WS-TEM-NEGATIVO       PIC X VALUE "N".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-PERFIL-ATUAL       PIC 99 VALUE ZEROS.
       77 WS-TAR-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-TAR-OPER           PIC 99 VALUE ZEROS.
       01 WS-TAR-NOVA           PIC X(96) VALUE SPACES.
       01 WS-TAR-DOS.
           03 WS-TAR-DOS-ANO    PIC 99.
           03 WS-TAR-DOS-MES    PIC 99.
           03 WS-TAR-DOS-DIA    PIC 99.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
               GO TO P-PEDE.
           IF WS-DIAS-N > 60
               MOVE 60 TO WS-DIAS-N.
           DISPLAY (06 04) "Inclui entradas (receb./cartao) <S/N>? S".
           MOVE "S" TO WS-COM-ENTRADAS.
           ACCEPT (06 43) WS-COM-ENTRADAS WITH PROMPT UPDATE
               AUTO-SKIP.
           MOVE ZEROS TO WS-DIAS.
           MOVE CTA-SALDO-INI TO WS-SALDO.
           DISPLAY (08 04) "Apurando...".
           PERFORM P-VARRE-BCO THRU P-VARRE-BCO-FIM.
           PERFORM P-VARRE-TRANSFB THRU P-VARRE-TRANSFB-FIM.
           PERFORM P-VARRE-APLIC THRU P-VARRE-APLIC-FIM.
           IF WS-COM-ENTRADAS = "S" OR WS-COM-ENTRADAS = "s"
               PERFORM P-VARRE-RECEBER THRU P-VARRE-RECEBER-FIM
               PERFORM P-VARRE-CARTAO THRU P-VARRE-CARTAO-FIM.
           PERFORM P-IMPRIME THRU P-IMPRIME-FIM.
           GO TO P-PEDE.

           GO TO P-VARRE-TRANSFB-LER.
       P-VARRE-TRANSFB-FIM.

      *-----aplicacoes ativas da conta: saldo bruto de cada uma---------*
       P-VARRE-APLIC.
           MOVE ZEROS TO WS-APLICADO.
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
           IF NOT APL-CABECALHO OR NOT APL-ATIVA
               GO TO P-VARRE-APLIC-LER.
           IF APL-CTA NOT = WS-NUM-CONTA
               GO TO P-VARRE-APLIC-LER.
           ADD APL-SALDO TO WS-APLICADO.
           GO TO P-VARRE-APLIC-LER.
       P-VARRE-APLIC-FIM.

      *-----entradas: recebiveis em aberto no dia do vencimento--------*
       P-VARRE-RECEBER.
           OPEN INPUT RECEBER.
           GO TO P-VARRE-RECEBER-LER.
       P-VARRE-RECEBER-FIM.

      *-----entradas: parcelas de cartao pendentes na data prevista;---*
      *-----antecipada (situacao A) ja entrou no saldo e nao conta------*
       P-VARRE-CARTAO.
           OPEN INPUT CARTAO.
           IF FS-CART NOT = "00"
               CLOSE CARTAO
               GO TO P-VARRE-CARTAO-FIM.
           MOVE ZEROS TO CART-CHAVE.
           START CARTAO KEY IS NOT LESS THAN CART-CHAVE
               INVALID KEY
                   CLOSE CARTAO
                   GO TO P-VARRE-CARTAO-FIM.
       P-VARRE-CARTAO-LER.
           READ CARTAO NEXT RECORD
               AT END
                   CLOSE CARTAO
                   GO TO P-VARRE-CARTAO-FIM.
           IF NOT CART-PENDENTE
               GO TO P-VARRE-CARTAO-LER.
           MOVE CART-PREV-ANO TO WS-CJ-ANO.
           MOVE CART-PREV-MES TO WS-CJ-MES.
           MOVE CART-PREV-DIA TO WS-CJ-DIA.
           PERFORM P-CALCULA-JULIANO.
           COMPUTE WS-DIAS-DIF = WS-CJ-RESULT - WS-JULIANO-HOJE.
           IF WS-DIAS-DIF < ZEROS
               MOVE ZEROS TO WS-DIAS-DIF.
           IF WS-DIAS-DIF > WS-DIAS-N
               GO TO P-VARRE-CARTAO-LER.
           COMPUTE WS-DX = WS-DIAS-DIF + 1.
           ADD CART-VALOR-LIQ TO WS-DD-ENT(WS-DX).
           GO TO P-VARRE-CARTAO-LER.
       P-VARRE-CARTAO-FIM.

       P-IMPRIME.
           OPEN OUTPUT ARQSAID.
           MOVE WS-CONTA TO CONTA-TIT.
           MOVE 8 TO LIN.
           MOVE WS-SALDO TO WS-MOSTRA-SALDO.
           DISPLAY (07 04) "Saldo atual: " WS-MOSTRA-SALDO.
           IF WS-APLICADO NOT = ZEROS
               MOVE WS-SALDO TO SALDO-APL-DET
               MOVE WS-APLICADO TO APLIC-DET
               WRITE REG-ARQSAID FROM LINHA-APLIC
               MOVE WS-APLICADO TO WS-MOSTRA-SALDO
               DISPLAY (07 36) "Aplicado: " WS-MOSTRA-SALDO.
           MOVE DIA TO WS-ROLA-DIA.
           MOVE MES TO WS-ROLA-MES.
           MOVE ANO TO WS-ROLA-ANO.
           MOVE ZEROS TO WS-DX.
           MOVE "N" TO WS-TEM-NEGATIVO.
       P-IMPRIME-DIA.
           ADD 1 TO WS-DX.
           IF WS-DX > WS-DIAS-N + 1
           MOVE WS-SALDO TO SALDO-DET.
           IF WS-SALDO < ZEROS
               MOVE "** NEGATIVO " TO ALERTA-DET
               IF WS-TEM-NEGATIVO = "N"
                   MOVE "S" TO WS-TEM-NEGATIVO
                   PERFORM P-TAREFA-NEGATIVO
               END-IF
           ELSE
               MOVE SPACES TO ALERTA-DET.
           WRITE REG-ARQSAID FROM LINHA-DIA.
       P-IMPRIME-FECHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
      *     horizonte inteiro sem dia negativo: a tarefa da conta,
      *     se havia, acabou
           IF WS-TEM-NEGATIVO = "N"
               MOVE "BANCO79" TO TAR-ORIGEM
               MOVE WS-EMPRESA-ATUAL TO TAR-EMPRESA
               MOVE WS-CONTA TO TAR-REF
               MOVE WS-OPER-ATUAL TO WS-TAR-OPER
               PERFORM P-BAIXA-TAREFA.
           MOVE WS-SALDO TO WS-MOSTRA-SALDO.
           DISPLAY (21 02) "Saldo projetado no horizonte: "
               WS-MOSTRA-SALDO.
           IF WS-APLICADO NOT = ZEROS
               COMPUTE WS-SALDO-MAIS-APLIC = WS-SALDO + WS-APLICADO
               MOVE WS-SALDO-MAIS-APLIC TO WS-MOSTRA-SALDO
               DISPLAY (21 48) "+ aplic. " WS-MOSTRA-SALDO.
           DISPLAY (22 02) "Projecao em BANCO79.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-IMPRIME-FIM.

      *-----primeiro dia negativo da conta vira tarefa do perfil de-----*
      *-----quem rodou a projecao, com prazo no proprio dia--------------*
       P-TAREFA-NEGATIVO.
           MOVE "BANCO79" TO TAR-ORIGEM.
           MOVE WS-EMPRESA-ATUAL TO TAR-EMPRESA.
           MOVE WS-CONTA TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "CONTA " WS-CONTA " NEGATIVA EM "
               WS-ROLA-DIA "/" WS-ROLA-MES "/" WS-ROLA-ANO
               DELIMITED BY SIZE INTO TAR-DESCRI.
           COMPUTE TAR-VENCE = WS-ROLA-ANO * 10000
               + WS-ROLA-MES * 100 + WS-ROLA-DIA.
           MOVE WS-OPER-ATUAL TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE WS-PERFIL-ATUAL TO TAR-PERFIL-DEST.
           MOVE "M" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
               ( WS-CJ-ANO * 365 ) + WS-CJ-DIVANO
               + WS-TAB-MES-V ( WS-CJ-MES ) + WS-CJ-DIA + WS-CJ-AJUSTE.

      *-----------------------------------------------------------*
      * Caixa de tarefas (TAREFA.DAT, ver TAREFMAST / BANCO29).    *
      * P-ABRE-TAREFA: o chamador monta REG-TAREFA (elo, descricao,*
      * prazo, destino, tipo de baixa, quem abriu) e a tarefa      *
      * nasce pendente com a data de hoje - se ja esta pendente,   *
      * fica como esta; se ja foi resolvida, volta a pendente.     *
      * P-BAIXA-TAREFA: o chamador monta a chave e WS-TAR-OPER, e  *
      * a tarefa pendente vira resolvida hoje.                     *
      *-----------------------------------------------------------*
       P-ABRE-TAREFA.
           PERFORM P-TAREFA-HOJE.
           MOVE WS-TAR-HOJE TO TAR-DATA.
           MOVE "P" TO TAR-SITUACAO.
           MOVE ZEROS TO TAR-RESOLV-DATA.
           MOVE ZEROS TO TAR-RESOLV-OPER.
           MOVE REG-TAREFA TO WS-TAR-NOVA.
           OPEN I-O TAREFA.
           IF FS-TAR = "30" OR FS-TAR = "35"
               CLOSE TAREFA
               OPEN OUTPUT TAREFA
               CLOSE TAREFA
               OPEN I-O TAREFA.
           MOVE WS-TAR-NOVA TO REG-TAREFA.
           WRITE REG-TAREFA
               INVALID KEY
                   PERFORM P-ABRE-TAREFA-EXISTE.
           CLOSE TAREFA.

       P-ABRE-TAREFA-EXISTE.
           READ TAREFA
               INVALID KEY
                   EXIT PARAGRAPH.
           IF TAR-PENDENTE
               EXIT PARAGRAPH.
           MOVE WS-TAR-NOVA TO REG-TAREFA.
           REWRITE REG-TAREFA.

       P-BAIXA-TAREFA.
           PERFORM P-TAREFA-HOJE.
           MOVE REG-TAREFA TO WS-TAR-NOVA.
           OPEN I-O TAREFA.
           IF FS-TAR NOT = "00"
               CLOSE TAREFA
               EXIT PARAGRAPH.
           MOVE WS-TAR-NOVA TO REG-TAREFA.
           READ TAREFA
               INVALID KEY
                   CLOSE TAREFA
                   EXIT PARAGRAPH.
           IF TAR-PENDENTE
               MOVE "R" TO TAR-SITUACAO
               MOVE WS-TAR-HOJE TO TAR-RESOLV-DATA
               MOVE WS-TAR-OPER TO TAR-RESOLV-OPER
               REWRITE REG-TAREFA.
           CLOSE TAREFA.

       P-TAREFA-HOJE.
           ACCEPT WS-TAR-DOS FROM DATE.
           COMPUTE WS-TAR-HOJE = ( 2000 + WS-TAR-DOS-ANO ) * 10000
               + WS-TAR-DOS-MES * 100 + WS-TAR-DOS-DIA.

      *-----------------------------------------------------------*
      * Empresa da sessao: qual arquivo de movimento abrir.        *
      *-----------------------------------------------------------*
                   EXIT PARAGRAPH.
           IF SESSAO-ARQ-BCO NOT = SPACES
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-PERFIL TO WS-PERFIL-ATUAL.
           CLOSE SESSAO.

       P-FIM.
