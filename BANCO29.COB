       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO29.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CAIXA DE TAREFAS DOS OPERADORES
      *    O trabalho pendente nasce em varios programas - documento
      *    acima do teto a liberar (BANCO01/06/93/96 -> BANCO48),
      *    cheque devolvido (BANCO56), dado bancario de fornecedor
      *    esperando o segundo operador (BANCOFS), lote vencendo
      *    (MERC08), dia de tesouraria negativo (BANCO79) e
      *    transferencia em transito (MERC14) - e cada um grava a
      *    sua tarefa em TAREFA.DAT (ver TAREFMAST) com o elo do
      *    documento, a data em que nasceu e o prazo. O menu mostra
      *    a caixa logo depois do login; aqui fica a lista completa:
      *    <1> Minhas tarefas - as pendentes p/ o operador ou p/ o
      *        perfil dele (supervisor ve tambem as atrasadas da
      *        equipe, marca E) e a baixa das manuais; as
      *        automaticas so saem no programa de origem.
      *    <2> Atrasadas da equipe - todas as pendentes com prazo
      *        vencido, de qualquer destino (so supervisor).
      *    <3> Resolvidas - quem deu a baixa e quando.
      *    Menu principal, opcao 53.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL: cada estacao le TERMINAL.DAT local----*
      *-----e abre o seu proprio SESSAOnn.DAT (terminal 1 = o----------*
      *-----SESSAO.DAT de sempre) - duas estacoes nao se atropelam-----*
      *-----mais na mesma sessao-----------------------------------------*
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       77 FS-TAR                PIC XX.
       77 FS-SESSAO             PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-NIVEL-ATUAL        PIC 9 VALUE ZEROS.
       77 WS-PERFIL-ATUAL       PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(60) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       77 WS-HOJE-AMD           PIC 9(08) VALUE ZEROS.

      *-----varredura: M = minhas, E = atrasadas da equipe, R =--------*
      *-----resolvidas; a pagina guarda a chave de cada item p/ a-------*
      *-----baixa pelo numero da linha----------------------------------*
       77 WS-MODO               PIC X VALUE "M".
       77 WS-TAR-VE             PIC X VALUE "N".
       77 WS-QTDE               PIC 9(04) VALUE ZEROS.
       77 WS-IT                 PIC 99 VALUE ZEROS.
       77 WS-ITEM               PIC 99 VALUE ZEROS.
       77 WS-SAI                PIC X VALUE "N".
       77 WS-LIN-ITEM           PIC 99 VALUE ZEROS.
       01 WS-TAR-ULTIMA         PIC X(22) VALUE SPACES.
       01 WS-TAB-PAGINA.
           03 WS-TAB-CHAVE      PIC X(22) OCCURS 14 TIMES.
       77 WS-DESCRI-TELA        PIC X(24) VALUE SPACES.

      *-----data AAAAMMDD p/ a tela--------------------------------------*
       01 WS-DATA-AMD           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AMD.
           03 WS-DA-ANO         PIC 9(04).
           03 WS-DA-MES         PIC 99.
           03 WS-DA-DIA         PIC 99.
       01 WS-DATA-TELA.
           03 WS-DT-DIA         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-DT-MES         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-DT-ANO         PIC 9(04).

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO29" BLINK.
           02 LINE 02 COLUMN 18 VALUE " Caixa de Tarefas " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Minhas Tarefas".
           02 LINE 06 COLUMN 04 VALUE "<2> Atrasadas da Equipe".
           02 LINE 07 COLUMN 04 VALUE "<3> Resolvidas".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           PERFORM P-DATA.
           OPEN I-O TAREFA.
           IF FS-TAR = "30" OR FS-TAR = "35"
               CLOSE TAREFA
               OPEN OUTPUT TAREFA
               CLOSE TAREFA
               OPEN I-O TAREFA.

       P01-MENU.
           DISPLAY TELA-MENU.
           DISPLAY (03 18) "Operador " WS-OPER-ATUAL
               "  Perfil " WS-PERFIL-ATUAL.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               MOVE "M" TO WS-MODO
               PERFORM P-VARRE THRU P-VARRE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               IF WS-NIVEL-ATUAL NOT = 2
                   DISPLAY (22 04) "!! SO SUPERVISOR !!"
                   ACCEPT WS-P
                   GO TO P01-MENU
               ELSE
                   MOVE "E" TO WS-MODO
                   PERFORM P-VARRE THRU P-VARRE-FIM
                   GO TO P01-MENU.
           IF WS-OPCAO = "3"
               MOVE "R" TO WS-MODO
               PERFORM P-VARRE THRU P-VARRE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------------------------*
      * Varre TAREFA.DAT na ordem da chave (programa de origem,    *
      * empresa, documento) mostrando 14 por pagina, numeradas;    *
      * no fim de cada pagina o operador da baixa pelo numero.     *
      *-----------------------------------------------------------*
       P-VARRE.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO29".
           IF WS-MODO = "M"
               DISPLAY (02 04) "Minhas Tarefas - Operador "
                   WS-OPER-ATUAL.
           IF WS-MODO = "E"
               DISPLAY (02 04) "Atrasadas da Equipe".
           IF WS-MODO = "R"
               DISPLAY (02 04) "Tarefas Resolvidas".
           DISPLAY (04 02) "No Origem   Em Documento   Descricao".
           IF WS-MODO = "R"
               DISPLAY (04 55) "Resolvida  Por"
           ELSE
               DISPLAY (04 55) "Nasceu     Prazo".
           MOVE ZEROS TO WS-QTDE.
           MOVE ZEROS TO WS-IT.
           MOVE "N" TO WS-SAI.
           MOVE 5 TO LIN.
           MOVE SPACES TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE SPACES TO TAR-REF.
           START TAREFA KEY IS NOT LESS THAN TAR-CHAVE
               INVALID KEY
                   GO TO P-VARRE-PAUSA.
       P-VARRE-LER.
           READ TAREFA NEXT RECORD
               AT END
                   GO TO P-VARRE-PAUSA.
           PERFORM P-VARRE-FILTRO THRU P-VARRE-FILTRO-FIM.
           IF WS-TAR-VE = "N"
               GO TO P-VARRE-LER.
           ADD 1 TO WS-QTDE.
           ADD 1 TO WS-IT.
           MOVE TAR-CHAVE TO WS-TAB-CHAVE(WS-IT).
           MOVE TAR-CHAVE TO WS-TAR-ULTIMA.
           DISPLAY (LIN, 02) WS-IT.
           DISPLAY (LIN, 05) TAR-ORIGEM.
           DISPLAY (LIN, 14) TAR-EMPRESA.
           DISPLAY (LIN, 17) TAR-REF.
           MOVE TAR-DESCRI TO WS-DESCRI-TELA.
           DISPLAY (LIN, 30) WS-DESCRI-TELA.
           IF WS-MODO = "R"
               MOVE TAR-RESOLV-DATA TO WS-DATA-AMD
               PERFORM P-DATA-TELA
               DISPLAY (LIN, 55) WS-DATA-TELA
               DISPLAY (LIN, 66) "op." TAR-RESOLV-OPER
           ELSE
               MOVE TAR-DATA TO WS-DATA-AMD
               PERFORM P-DATA-TELA
               DISPLAY (LIN, 55) WS-DATA-TELA
               MOVE TAR-VENCE TO WS-DATA-AMD
               PERFORM P-DATA-TELA
               DISPLAY (LIN, 66) WS-DATA-TELA.
           IF WS-TAR-VE = "E"
               DISPLAY (LIN, 77) "E"
           ELSE
               IF TAR-PENDENTE AND TAR-VENCE < WS-HOJE-AMD
                   DISPLAY (LIN, 77) "A".
           ADD 1 TO LIN.
           IF WS-IT < 14
               GO TO P-VARRE-LER.
           PERFORM P-VARRE-BAIXA THRU P-VARRE-BAIXA-FIM.
           IF WS-SAI = "S"
               GO TO P-VARRE-FIM.
      *     a baixa leu fora de ordem: retoma depois do ultimo item
      *     da pagina
           DISPLAY (05 00) ERASE.
           MOVE 5 TO LIN.
           MOVE ZEROS TO WS-IT.
           MOVE WS-TAR-ULTIMA TO TAR-CHAVE.
           START TAREFA KEY IS GREATER THAN TAR-CHAVE
               INVALID KEY
                   GO TO P-VARRE-PAUSA.
           GO TO P-VARRE-LER.
       P-VARRE-PAUSA.
           IF WS-QTDE = ZEROS
               DISPLAY (21 04) "Nenhuma tarefa."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-VARRE-FIM.
           IF WS-IT = ZEROS
               DISPLAY (21 04) "Fim da lista."
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-VARRE-FIM.
           PERFORM P-VARRE-BAIXA THRU P-VARRE-BAIXA-FIM.
       P-VARRE-FIM.

      *-----o item entra na lista? S = sim, E = atrasada de outro------*
      *-----destino (supervisor), N = nao------------------------------*
       P-VARRE-FILTRO.
           MOVE "N" TO WS-TAR-VE.
           IF WS-MODO = "R"
               IF TAR-RESOLVIDA
                   MOVE "S" TO WS-TAR-VE
                   GO TO P-VARRE-FILTRO-FIM
               ELSE
                   GO TO P-VARRE-FILTRO-FIM.
           IF NOT TAR-PENDENTE
               GO TO P-VARRE-FILTRO-FIM.
           IF WS-MODO = "E"
               IF TAR-VENCE < WS-HOJE-AMD
                   MOVE "S" TO WS-TAR-VE
                   GO TO P-VARRE-FILTRO-FIM
               ELSE
                   GO TO P-VARRE-FILTRO-FIM.
           IF TAR-OPER-DEST NOT = ZEROS
                   AND TAR-OPER-DEST NOT = WS-OPER-ATUAL
               GO TO P-VARRE-FILTRO-EQUIPE.
           IF TAR-PERFIL-DEST NOT = ZEROS
                   AND WS-PERFIL-ATUAL NOT = ZEROS
                   AND TAR-PERFIL-DEST NOT = WS-PERFIL-ATUAL
               GO TO P-VARRE-FILTRO-EQUIPE.
      *     liberacao e confirmacao sao de OUTRO operador - quem
      *     pediu nao recebe a propria tarefa (quatro olhos)
           IF TAR-BAIXA-AUTO AND WS-OPER-ATUAL NOT = ZEROS
                   AND TAR-OPER-ABRIU = WS-OPER-ATUAL
                   AND (TAR-ORIGEM = "BANCO48"
                        OR TAR-ORIGEM = "BANCOFS")
               GO TO P-VARRE-FILTRO-EQUIPE.
           MOVE "S" TO WS-TAR-VE.
           GO TO P-VARRE-FILTRO-FIM.
       P-VARRE-FILTRO-EQUIPE.
           IF WS-NIVEL-ATUAL = 2 AND TAR-VENCE < WS-HOJE-AMD
               MOVE "E" TO WS-TAR-VE.
       P-VARRE-FILTRO-FIM.

      *-----------------------------------------------------------*
      * Fim de pagina: baixa pelo numero do item (00 = segue, 99 = *
      * volta ao menu). So a tarefa manual aceita baixa aqui - a   *
      * automatica sai quando o programa de origem resolve.        *
      *-----------------------------------------------------------*
       P-VARRE-BAIXA.
           IF WS-MODO = "R"
               DISPLAY (21 04) "00 = segue  99 = sai..............="
           ELSE
               DISPLAY (21 04) "Baixa no item (00=segue, 99=sai)..=".
           MOVE ZEROS TO WS-ITEM.
           ACCEPT (21 40) WS-ITEM WITH PROMPT AUTO-SKIP.
           IF WS-ITEM = 99
               MOVE "S" TO WS-SAI
               GO TO P-VARRE-BAIXA-LIMPA.
           IF WS-ITEM = ZEROS OR WS-MODO = "R"
               GO TO P-VARRE-BAIXA-LIMPA.
           IF WS-ITEM > WS-IT
               DISPLAY (22 04) "!! ITEM FORA DA PAGINA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VARRE-BAIXA.
           MOVE WS-TAB-CHAVE(WS-ITEM) TO TAR-CHAVE.
           READ TAREFA
               INVALID KEY
                   DISPLAY (22 04) "!! TAREFA NAO ENCONTRADA !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-VARRE-BAIXA.
           IF NOT TAR-PENDENTE
               DISPLAY (22 04) "!! TAREFA JA RESOLVIDA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VARRE-BAIXA.
           IF TAR-BAIXA-AUTO
               DISPLAY (22 04) "!! SAI SOZINHA AO RESOLVER NO "
                   TAR-ORIGEM " !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VARRE-BAIXA.
           DISPLAY (22 04) "Confirma a baixa < S/N >? ".
           ACCEPT (22 31) WS-P WITH PROMPT AUTO-SKIP.
           DISPLAY (22 04) WS-LIMPA.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-VARRE-BAIXA.
           MOVE "R" TO TAR-SITUACAO.
           MOVE WS-HOJE-AMD TO TAR-RESOLV-DATA.
           MOVE WS-OPER-ATUAL TO TAR-RESOLV-OPER.
           REWRITE REG-TAREFA.
      *     marca a linha do item como resolvida
           MOVE LIN TO WS-LIN-ITEM.
           COMPUTE LIN = WS-ITEM + 4.
           DISPLAY (LIN, 77) "R".
           MOVE WS-LIN-ITEM TO LIN.
           GO TO P-VARRE-BAIXA.
       P-VARRE-BAIXA-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (22 04) WS-LIMPA.
       P-VARRE-BAIXA-FIM.

       P-DATA-TELA.
           MOVE WS-DA-DIA TO WS-DT-DIA.
           MOVE WS-DA-MES TO WS-DT-MES.
           MOVE WS-DA-ANO TO WS-DT-ANO.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.

       P-FIM.
           CLOSE TAREFA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

      *-----------------------------------------------------------*
      * Empresa, operador, nivel e perfil da sessao (SESSAO.DAT,   *
      * gravado pelo menu).                                        *
      *-----------------------------------------------------------*
       P-LE-SESSAO.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO NOT = "00"
               CLOSE SESSAO
               EXIT PARAGRAPH.
           READ SESSAO NEXT RECORD
               AT END
                   CLOSE SESSAO
                   EXIT PARAGRAPH.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-NIVEL TO WS-NIVEL-ATUAL.
           MOVE SESSAO-OPER-PERFIL TO WS-PERFIL-ATUAL.
           CLOSE SESSAO.

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
