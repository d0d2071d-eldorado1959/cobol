      *    um SEGUNDO operador (login contra OPER.DAT, como em
      *    banco251/BANCO27) ve a fila de pendentes e libera um a
      *    um - a liberacao tira o "P" e grava o movimento em
      *    HIST.DAT, deixando rastro de quem nao foi. O documento
      *    pendente entra na caixa de tarefas dos operadores
      *    (TAREFA.DAT / BANCO29) e a liberacao da a baixa nela.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
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
           03 MES               PIC 99.
           03 DIA               PIC 99.

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
           PERFORM P-GRAVA-HIST.
           MOVE SPACE TO CANCEL-CHE.
           PERFORM P-REWRITE-BCO.
      *     e a tarefa da caixa dos operadores sai resolvida
           MOVE "BANCO48" TO TAR-ORIGEM.
           MOVE WS-EMPRESA-ATUAL TO TAR-EMPRESA.
           MOVE NUM-CHE TO TAR-REF.
           MOVE WS-LOGIN-COD TO WS-TAR-OPER.
           PERFORM P-BAIXA-TAREFA.
           DISPLAY (22 04) "Documento liberado.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO70.COM".

      *-----------------------------------------------------------*
      * Caixa de tarefas (TAREFA.DAT, ver TAREFMAST / BANCO29).    *
      * P-BAIXA-TAREFA: o chamador monta a chave e WS-TAR-OPER, e  *
      * a tarefa pendente vira resolvida hoje.                     *
      *-----------------------------------------------------------*
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
