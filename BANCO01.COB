                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-COD
                  FILE STATUS IS FS-EMPRESA.
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
       77 WS-DUP-DESCRI         PIC X(20) VALUE SPACES.
       77 WS-DUP-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-DUP-VCTO           PIC 9(08) VALUE ZEROS.
       01 WS-SALVA-REG          PIC X(312) VALUE SPACES.
       77 FS-RATEIO             PIC XX.
       77 WS-RATEIO-FEITO       PIC X VALUE "N".
       88 RATEIO-FEITO-88       VALUE "S".
 
      ***********************************

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
               PERFORM P-BCO-OCUPADO
               GO TO P-GRAVA-BCO.
           PERFORM P-GRAVA-HIST-INCLUSAO.
           IF CHE-PENDENTE
               PERFORM P-TAREFA-LIBERACAO.
           PERFORM P-GRAVA-RATEIO.
           ADD 1 TO WS-SESSAO-QTDE.
           ADD VALOR-CHE TO WS-SESSAO-VALOR.



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
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
       P-PEDE-NATUREZA.
           MOVE ZEROS TO NATUREZA-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           IF NOT TEM-NATUREZA-88
               GO TO P-PEDE-NATUREZA-FIM.
           DISPLAY (19 04) "Natureza (0=sem, 99=Lista) = ".
