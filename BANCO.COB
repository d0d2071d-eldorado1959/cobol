      *    vencidos, vencendo hoje, pendentes de conferencia e
      *    departamentos estourados - o problema aparece antes de
      *    se escolher a opcao.
      *    Logo depois do login aparece a caixa de tarefas do
      *    operador (TAREFA.DAT / BANCO29) - o que espera por ele
      *    ou pelo perfil dele e, p/ o supervisor, o que esta
      *    atrasado na equipe inteira.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT LOGACESS ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-TAR.
       DATA DIVISION.
       FILE SECTION.
       COPY EMPRESA.

       COPY LOGMAST.

       COPY TAREFMAST.

       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
                                     15 16 17 18 19 20 21 22 23 24
                                     25 26 27 28 29
                                     30 31 32 33 34 35 36 37 38
                                     39 40 41 42 43 44 45 46 47 48
                                     49 50 51 52 53 54 55.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-EMPRESA-ESC       PIC 99 VALUE ZEROS.
       77 WS-OPER-ESC           PIC 99 VALUE ZEROS.
       77 WS-EMP-NOME-ATUAL    PIC X(24) VALUE SPACES.
       77 WS-QTDE-EMP          PIC 99 VALUE ZEROS.
      *-----caixa de tarefas do operador, mostrada depois do login-----*
      *-----(TAREFA.DAT / BANCO29)---------------------------------------*
       77 FS-TAR                PIC XX.
       77 WS-TAR-VE             PIC X VALUE "N".
       77 WS-TAR-QTDE           PIC 9(04) VALUE ZEROS.
       77 WS-TAR-ATRASO         PIC 9(04) VALUE ZEROS.
       77 WS-TAR-DESCRI-TELA    PIC X(27) VALUE SPACES.
       01 WS-TAR-AMD            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-TAR-AMD.
           03 WS-TA-ANO         PIC 9(04).
           03 WS-TA-MES         PIC 99.
           03 WS-TA-DIA         PIC 99.
       01 WS-TAR-DATA-TELA.
           03 WS-TT-DIA         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-TT-MES         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-TT-ANO         PIC 9(04).

      *-----monta o nome do arquivo de movimento da empresa nn---------*
       01 WS-ARQ-MONTA.
           02 LINE 12 COLUMN 59 VALUE "<45> Turnos Caixa".
           02 LINE 13 COLUMN 59 VALUE "<46> Grupo Consol.".
           02 LINE 14 COLUMN 59 VALUE "<47> Carga Titulos".
           02 LINE 15 COLUMN 59 VALUE "<48> Mutuo Empresas".
           02 LINE 16 COLUMN 02 VALUE "<49> Livro Entradas".
           02 LINE 16 COLUMN 21 VALUE "<50> Aplic.Financ.".
           02 LINE 16 COLUMN 40 VALUE "<51> Simples/DAS".
           02 LINE 16 COLUMN 59 VALUE "<00> Sair".
           02 LINE 17 COLUMN 02 VALUE "<52> Fechamento Dia".
           02 LINE 17 COLUMN 21 VALUE "<53> Caixa Tarefas".
           02 LINE 17 COLUMN 40 VALUE "<54> Contr.Servico".
           02 LINE 17 COLUMN 59 VALUE "<55> Fundo Fixo".
           02 LINE 24 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.
      * programa de movimento le de la qual BCO trabalhar.
       P00-TROCA.
           PERFORM P-LOGIN THRU P-LOGIN-FIM.
           PERFORM P-CAIXA-TAREFAS THRU P-CAIXA-TAREFAS-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 22) "Selecao de Empresa".
           MOVE ZEROS TO WS-QTDE-EMP.
               MOVE "BANCO93" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO93.COM".
           IF WS-OPCAO = 48
               MOVE "BANCO96" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO96.COM".
           IF WS-OPCAO = 49
               MOVE "BANCO19" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO19.COM".
           IF WS-OPCAO = 50
               MOVE "BANCO20" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO20.COM".
           IF WS-OPCAO = 51
               MOVE "BANCO24" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO24.COM".
           IF WS-OPCAO = 52
               MOVE "BANCO28" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO28.COM".
      *     a caixa de tarefas e de todo operador - sem perfil
           IF WS-OPCAO = 53
               CHAIN "BANCO29.COM".
           IF WS-OPCAO = 54
               MOVE "BANCO33" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO33.COM".
           IF WS-OPCAO = 55
               MOVE "BANCO34" TO WS-PROG-ALVO
               PERFORM P-TESTA-PERMISSAO
               CHAIN "BANCO34.COM".
           GO TO P01-MENU.

      *-----------------------------------------*
           WRITE REG-LOGACESS.
           CLOSE LOGACESS.

      *-----------------------------------------------------------*
      * Caixa de tarefas logo depois do login: as pendencias de    *
      * TAREFA.DAT (ver TAREFMAST) p/ o operador ou p/ o perfil    *
      * dele; o supervisor ve tambem as atrasadas da equipe        *
      * inteira (marca E). Nada pendente, a tela nem aparece. A    *
      * lista completa e a baixa ficam na opcao <53> (BANCO29).    *
      *-----------------------------------------------------------*
       P-CAIXA-TAREFAS.
           OPEN INPUT TAREFA.
           IF FS-TAR NOT = "00"
               CLOSE TAREFA
               GO TO P-CAIXA-TAREFAS-FIM.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO-HOJE = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES-HOJE.
           MOVE DIA-DOS TO DIA-HOJE.
           MOVE ZEROS TO WS-TAR-QTDE.
           MOVE ZEROS TO WS-TAR-ATRASO.
           MOVE 5 TO LIN.
           MOVE SPACES TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE SPACES TO TAR-REF.
           START TAREFA KEY IS NOT LESS THAN TAR-CHAVE
               INVALID KEY
                   GO TO P-CAIXA-TAREFAS-FECHA.
       P-CAIXA-TAREFAS-LER.
           READ TAREFA NEXT RECORD
               AT END
                   GO TO P-CAIXA-TAREFAS-FECHA.
           PERFORM P-TAREFA-VE THRU P-TAREFA-VE-FIM.
           IF WS-TAR-VE = "N"
               GO TO P-CAIXA-TAREFAS-LER.
           ADD 1 TO WS-TAR-QTDE.
           IF TAR-VENCE < WS-HOJE-AMD
               ADD 1 TO WS-TAR-ATRASO.
           IF WS-TAR-QTDE = 1
               DISPLAY (01 01) ERASE
               DISPLAY (01 70) "BANCO"
               DISPLAY (02 04) "Caixa de Tarefas - Operador "
                   WS-OPER-ESC
               DISPLAY (04 02) "Origem   Em Documento   Descricao"
               DISPLAY (04 55) "Nasceu     Prazo".
           IF LIN > 19
               GO TO P-CAIXA-TAREFAS-LER.
           DISPLAY (LIN, 02) TAR-ORIGEM.
           DISPLAY (LIN, 11) TAR-EMPRESA.
           DISPLAY (LIN, 14) TAR-REF.
           MOVE TAR-DESCRI TO WS-TAR-DESCRI-TELA.
           DISPLAY (LIN, 27) WS-TAR-DESCRI-TELA.
           MOVE TAR-DATA TO WS-TAR-AMD.
           PERFORM P-TAREFA-DATA-TELA.
           DISPLAY (LIN, 55) WS-TAR-DATA-TELA.
           MOVE TAR-VENCE TO WS-TAR-AMD.
           PERFORM P-TAREFA-DATA-TELA.
           DISPLAY (LIN, 66) WS-TAR-DATA-TELA.
           IF WS-TAR-VE = "E"
               DISPLAY (LIN, 77) "E"
           ELSE
               IF TAR-VENCE < WS-HOJE-AMD
                   DISPLAY (LIN, 77) "A".
           ADD 1 TO LIN.
           GO TO P-CAIXA-TAREFAS-LER.
       P-CAIXA-TAREFAS-FECHA.
           CLOSE TAREFA.
           IF WS-TAR-QTDE = ZEROS
               GO TO P-CAIXA-TAREFAS-FIM.
           IF WS-TAR-QTDE > 15
               DISPLAY (20 04) "... e mais - lista completa na <53>".
           DISPLAY (21 04) WS-TAR-QTDE " pendente(s), "
               WS-TAR-ATRASO " atrasada(s)   A = atrasada"
               "  E = da equipe".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CAIXA-TAREFAS-FIM.

      *-----a tarefa e p/ este operador? S = sim (dele ou do perfil),--*
      *-----E = nao, mas atrasada e ele e supervisor; N = nao----------*
       P-TAREFA-VE.
           MOVE "N" TO WS-TAR-VE.
           IF NOT TAR-PENDENTE
               GO TO P-TAREFA-VE-FIM.
           IF TAR-OPER-DEST NOT = ZEROS
                   AND TAR-OPER-DEST NOT = WS-OPER-ESC
               GO TO P-TAREFA-VE-EQUIPE.
           IF TAR-PERFIL-DEST NOT = ZEROS
                   AND WS-PERFIL-ATUAL NOT = ZEROS
                   AND TAR-PERFIL-DEST NOT = WS-PERFIL-ATUAL
               GO TO P-TAREFA-VE-EQUIPE.
      *     liberacao e confirmacao sao de OUTRO operador - quem
      *     pediu nao recebe a propria tarefa (quatro olhos)
           IF TAR-BAIXA-AUTO AND WS-OPER-ESC NOT = ZEROS
                   AND TAR-OPER-ABRIU = WS-OPER-ESC
                   AND (TAR-ORIGEM = "BANCO48"
                        OR TAR-ORIGEM = "BANCOFS")
               GO TO P-TAREFA-VE-EQUIPE.
           MOVE "S" TO WS-TAR-VE.
           GO TO P-TAREFA-VE-FIM.
       P-TAREFA-VE-EQUIPE.
           IF WS-NIVEL-ATUAL = 2 AND TAR-VENCE < WS-HOJE-AMD
               MOVE "E" TO WS-TAR-VE.
       P-TAREFA-VE-FIM.

       P-TAREFA-DATA-TELA.
           MOVE WS-TA-DIA TO WS-TT-DIA.
           MOVE WS-TA-MES TO WS-TT-MES.
           MOVE WS-TA-ANO TO WS-TT-ANO.

      *-----------------------------------------*
      * Painel do dia: varre o movimento da sessao na ordem da
      * chave de vencimento somando vencidos (antes de hoje),
