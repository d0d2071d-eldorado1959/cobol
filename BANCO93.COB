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

       COPY HISTMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
           02 F PIC X(02) VALUE SPACES.
           02 REJ-LINHA        PIC X(66).

      *-----caixa de tarefas dos operadores (TAREFA.DAT / BANCO29)------*
       77 FS-TAR                PIC XX.
       77 WS-TAR-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-TAR-OPER           PIC 99 VALUE ZEROS.
       01 WS-TAR-NOVA           PIC X(96) VALUE SPACES.
       01 WS-TAR-DOS.
           03 WS-TAR-DOS-ANO    PIC 99.
           03 WS-TAR-DOS-MES    PIC 99.
           03 WS-TAR-DOS-DIA    PIC 99.

       PROCEDURE DIVISION.

       ABRIR.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               ADD 1 TO WS-QTDE-REJEITADOS
               MOVE "NUMERO JA EXISTE" TO REJ-MOTIVO
               WRITE REG-ARQSAID FROM LINHA-REJ
               EXIT PARAGRAPH.
           PERFORM P-GRAVA-HIST-INCLUSAO.
           IF CHE-PENDENTE
               PERFORM P-TAREFA-LIBERACAO.
           ADD 1 TO WS-QTDE-CARREGADOS.
           ADD WS-VALOR-LIDO TO WS-VALOR-CARREGADOS.
           DISPLAY (LIN, 04) NUM-CHE " " DESCRI-CHE.
           MOVE EMPRESA-TETO-APROV TO WS-TETO-APROV.
           CLOSE EMPRESA.

      *-----documento acima do teto: tarefa p/ o segundo operador-------*
      *-----liberar no BANCO48 (prazo = o vencimento)--------------------*
       P-TAREFA-LIBERACAO.
           MOVE "BANCO48" TO TAR-ORIGEM.
           MOVE WS-EMPRESA-ATUAL TO TAR-EMPRESA.
           MOVE NUM-CHE TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "LIBERAR " DELIMITED BY SIZE
                  DESCRI-CHE DELIMITED BY SIZE
                  INTO TAR-DESCRI.
           MOVE VCTO-CHE TO TAR-VENCE.
           MOVE WS-OPER-ATUAL TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE ZEROS TO TAR-PERFIL-DEST.
           MOVE "A" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.

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
      * Sessao DESTA estacao: movimento, empresa e operador.       *
      *-----------------------------------------------------------*
