      *    trilha) e soma a apresentacao em APRES-CHE. O "antes"
      *    vai p/ HIST.DAT como sempre. A opcao <2> lista as
      *    devolucoes do periodo agrupando por favorecido - os
      *    reincidentes aparecem. O cheque devolvido entra na
      *    caixa de tarefas (TAREFA.DAT / BANCO29) do perfil de
      *    quem registrou. Menu Rotinas Bancarias, opcao 4.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-TAR.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
       FILE SECTION.
       COPY BCOMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-PERFIL-ATUAL       PIC 99 VALUE ZEROS.
       77 FS                   PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-ARQ                PIC XX.
       01 LINHA-TRACO.
           02 f pic x(60) value ALL "-".

      *-----caixa de tarefas dos operadores (TAREFA.DAT / BANCO29)------*
       77 FS-TAR                PIC XX.
       77 WS-TAR-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-TAR-OPER           PIC 99 VALUE ZEROS.
       01 WS-TAR-NOVA           PIC X(96) VALUE SPACES.
       01 WS-TAR-DOS.
           03 WS-TAR-DOS-ANO    PIC 99.
           03 WS-TAR-DOS-MES    PIC 99.
           03 WS-TAR-DOS-DIA    PIC 99.

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           MOVE ZEROS TO DATA-CONF.
           MOVE ZEROS TO VALOR-PAGO.
           PERFORM P-REWRITE-BCO.
      *     o cheque reaberto vai p/ a caixa de tarefas do perfil de
      *     quem registrou a devolucao - cobrar o emitente / pagar
      *     de novo; a baixa e manual (BANCO29)
           MOVE "BANCO56" TO TAR-ORIGEM.
           MOVE WS-EMPRESA-ATUAL TO TAR-EMPRESA.
           MOVE NUM-CHE TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "DEVOLVIDO AL." DELIMITED BY SIZE
                  WS-ALINEA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRI-CHE DELIMITED BY SIZE
                  INTO TAR-DESCRI.
           COMPUTE TAR-VENCE = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-OPER-ATUAL TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE WS-PERFIL-ATUAL TO TAR-PERFIL-DEST.
           MOVE "M" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.
           DISPLAY (14 04) "Cheque reaberto p/ reapresentacao.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO40.COM".

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
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-PERFIL TO WS-PERFIL-ATUAL.
           CLOSE SESSAO.

      *-----------------------------------------------------------*
