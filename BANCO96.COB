       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO96.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    MUTUO ENTRE EMPRESAS DO GRUPO
      *    <1> Lanca o emprestimo: credora, tomadora, valor, data e
      *    vencimento. Gera na hora o titulo a pagar no BCOnn.DAT
      *    da TOMADORA (favorecido "MUTUO" + nome da credora) e o
      *    direito a receber da CREDORA em MUTUO.DAT - os dois
      *    lados nascem juntos e ninguem precisa redigitar nada na
      *    outra empresa. As devolucoes sao baixas normais desse
      *    titulo no BANCO05 (parciais ficam no PGTO.DAT).
      *    <2> Posicao entre empresas: cada emprestimo com o que ja
      *    voltou e o saldo, as devolucoes uma a uma, e o resumo de
      *    quanto cada empresa deve a cada outra. Tela +
      *    BANCO96.TXT. <3> Cancela emprestimo lancado por engano,
      *    enquanto nada foi devolvido.
      *    A posicao consolidada (BANCO86) elimina estes saldos do
      *    total do grupo. Menu principal, opcao 48.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUTUO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUT-NUM
                  FILE STATUS IS FS-MUT.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-COD
                  FILE STATUS IS FS-EMPRESA.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT PGTO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PGTO.
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
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY MUTUOMAST.

       COPY BCOMAST.

       COPY EMPRESA.

       COPY HISTMAST.

       COPY PGTOMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO96.TXT".
       01 REG-ARQSAID           PIC X(80).

       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
       77 WS-ARQ-PGTO            PIC X(12) VALUE "PGTO.DAT".
      *-----o movimento aberto e sempre o da TOMADORA do emprestimo,----*
      *-----nao o da empresa logada-------------------------------------*
       77 WS-ARQ-BCO             PIC X(12) VALUE "BCO.DAT".
       01 WS-ARQ-MONTA.
           03 FILLER           PIC X(03) VALUE "BCO".
           03 WS-ARQ-MONTA-COD PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
           03 FILLER           PIC X(03) VALUE SPACES.
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
       77 FS                    PIC XX.
       77 FS-MUT                PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-PGTO               PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-OPERACAO          PIC X VALUE SPACES.
       77 WS-CODIGO            PIC 9(06) VALUE ZEROS.
       77 WS-PROX-MUT          PIC 9(06) VALUE ZEROS.
       77 WS-ANO2              PIC 99 VALUE ZEROS.
       77 WS-EMP-CRED          PIC 99 VALUE ZEROS.
       77 WS-EMP-DEV           PIC 99 VALUE ZEROS.
       77 WS-EMP-FILTRO        PIC 99 VALUE ZEROS.
       77 WS-NOME-CRED         PIC X(24) VALUE SPACES.
       77 WS-NOME-DEV          PIC X(24) VALUE SPACES.
       77 WS-TETO-APROV        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR             PIC 9(09)V99 VALUE ZEROS.
       77 WS-HISTORICO         PIC X(30) VALUE SPACES.
       77 WS-DOC-CRED          PIC X(06) VALUE SPACES.
       77 WS-DEVOLVIDO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO             PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-SALDO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-MUTUOS       PIC 9(04) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-DATA-BUF          PIC 9(08) VALUE ZEROS.
      *-----< N > no P-PARA so para a tela; o BANCO96.TXT sai inteiro--*
       77 WS-ENCERRA           PIC X VALUE "N".
       88 ENCERRA-88           VALUE "S".
       01 WS-LINHA-TELA         PIC X(80) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-HOJE-DMA.
           03 WS-HOJE-DIA       PIC 99.
           03 WS-HOJE-MES       PIC 99.
           03 WS-HOJE-ANO       PIC 9(04).
       01 WS-VCTO-DMA.
           03 WS-VCTO-DIA       PIC 99.
           03 WS-VCTO-MES       PIC 99.
           03 WS-VCTO-ANO       PIC 9(04).

      *-----NUM-CHE = AAMMMM na faixa de titulos (5000-9999), mesmo----*
      *-----criterio do BANCO06-----------------------------------------*
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-R REDEFINES WS-NUM.
           03 WS-NUM-ANO         PIC 99.
           03 WS-NUM-SEQ         PIC 9(04).
       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

      *-----saldo devedor por par credora -> tomadora-------------------*
       01 WS-TAB-PAR.
           02 WS-PAR OCCURS 200 TIMES.
               03 WS-PAR-CRED   PIC 99.
               03 WS-PAR-DEV    PIC 99.
               03 WS-PAR-SALDO  PIC 9(11)V99.
       77 WS-QTDE-PAR           PIC 9(04) VALUE ZEROS.
       77 WS-PX                 PIC 9(04) VALUE ZEROS.

       01 LINHA-TRACO.
           02 F PIC X(76) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(40)
               VALUE "Mutuo entre Empresas - Posicao         ".
       01 LINHA-CAB.
           02 F PIC X(40)
               VALUE " Numero Cr->Tm Titulo Vencimento        ".
           02 F PIC X(36)
               VALUE " Valor     Devolvido         Saldo S".
       01 LINHA-MUT.
           02 F PIC X(01) VALUE SPACES.
           02 MUT-NUM-DET      PIC 9(06).
           02 F PIC X(01) VALUE SPACES.
           02 CRED-DET         PIC 99.
           02 F PIC X(02) VALUE "->".
           02 DEV-DET          PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 TIT-DET          PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 VCTO-DET         PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 VALOR-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 DEVOL-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SALDO-DET        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 SIT-DET          PIC X(01).
       01 LINHA-PGTO.
           02 F PIC X(16) VALUE SPACES.
           02 F PIC X(13) VALUE "Devolucao em ".
           02 PGTO-DATA-DET    PIC 99/99/9999.
           02 F PIC X(04) VALUE " R$ ".
           02 PGTO-VALOR-DET   PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-DEVE.
           02 F PIC X(02) VALUE SPACES.
           02 DEVE-DEV-DET     PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 DEVE-NOME-DEV    PIC X(18).
           02 F PIC X(07) VALUE " deve a".
           02 F PIC X(01) VALUE SPACES.
           02 DEVE-CRED-DET    PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 DEVE-NOME-CRED   PIC X(18).
           02 F PIC X(04) VALUE " R$ ".
           02 DEVE-SALDO-DET   PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL.
           02 F PIC X(02) VALUE SPACES.
           02 ROTULO-TOT-DET   PIC X(30).
           02 F PIC X(03) VALUE "R$ ".
           02 VALOR-TOT-DET    PIC ZZZ.ZZZ.ZZ9,99.

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
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO96" BLINK.
           02 LINE 02 COLUMN 18 VALUE " Mutuo entre Empresas "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Novo Emprestimo".
           02 LINE 06 COLUMN 04 VALUE "<2> Posicao entre Empresas".
           02 LINE 07 COLUMN 04 VALUE "<3> Cancelar Emprestimo".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O MUTUO.
           IF FS-MUT = "30"
               CLOSE MUTUO
               OPEN OUTPUT MUTUO
               CLOSE MUTUO
               OPEN I-O MUTUO.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA NOT = "00"
               DISPLAY (22 04) "!! EMPRESA.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               CLOSE EMPRESA MUTUO
               DISPLAY (01 01) ERASE
               CHAIN "BANCO.COM".
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE ANO-DOS TO WS-ANO2.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           MOVE DIA TO WS-HOJE-DIA.
           MOVE MES TO WS-HOJE-MES.
           MOVE ANO TO WS-HOJE-ANO.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-NOVO THRU P-NOVO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-POSICAO THRU P-POSICAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-CANCELA THRU P-CANCELA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Novo emprestimo: titulo a pagar na tomadora + direito a
      * receber da credora, gravados juntos.
       P-NOVO.
           DISPLAY (01 01) ERASE.
           PERFORM P-PROXIMO-MUT THRU P-PROXIMO-MUT-FIM.
           DISPLAY (02 04) "Emprestimo No......= " WS-PROX-MUT.
           DISPLAY (04 04) "Empresa Credora....=".
           MOVE WS-EMPRESA-ATUAL TO WS-EMP-CRED.
           ACCEPT (04 25) WS-EMP-CRED WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-EMP-CRED = ZEROS
               GO TO P-NOVO-FIM.
           MOVE WS-EMP-CRED TO EMPRESA-COD.
           READ EMPRESA
               INVALID KEY
                   DISPLAY (22 04) "!! EMPRESA NAO CADASTRADA !!"
                   ACCEPT WS-P
                   GO TO P-NOVO-FIM.
           MOVE EMPRESA-NOME TO WS-NOME-CRED.
           DISPLAY (04 31) WS-NOME-CRED.
           DISPLAY (05 04) "Empresa Tomadora...=".
           MOVE ZEROS TO WS-EMP-DEV.
           ACCEPT (05 25) WS-EMP-DEV WITH PROMPT AUTO-SKIP.
           IF WS-EMP-DEV = ZEROS
               GO TO P-NOVO-FIM.
           IF WS-EMP-DEV = WS-EMP-CRED
               DISPLAY (22 04) "!! TOMADORA IGUAL A CREDORA !!"
               ACCEPT WS-P
               GO TO P-NOVO-FIM.
           MOVE WS-EMP-DEV TO EMPRESA-COD.
           READ EMPRESA
               INVALID KEY
                   DISPLAY (22 04) "!! EMPRESA NAO CADASTRADA !!"
                   ACCEPT WS-P
                   GO TO P-NOVO-FIM.
           MOVE EMPRESA-NOME TO WS-NOME-DEV.
           MOVE EMPRESA-TETO-APROV TO WS-TETO-APROV.
           DISPLAY (05 31) WS-NOME-DEV.
           DISPLAY (06 04) "Data...............= "
               WS-HOJE-DIA "/" WS-HOJE-MES "/" WS-HOJE-ANO.
           DISPLAY (07 04) "Valor..............=".
           MOVE ZEROS TO WS-VALOR.
           ACCEPT (07 25) WS-VALOR WITH PROMPT AUTO-SKIP.
           IF WS-VALOR = ZEROS
               GO TO P-NOVO-FIM.
       P-NOVO-VCTO.
           DISPLAY (08 04) "Vencimento.........=   /  /    ".
           MOVE ZEROS TO WS-VCTO-DMA.
           ACCEPT (08 25) WS-VCTO-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (08 28) WS-VCTO-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (08 31) WS-VCTO-ANO WITH PROMPT AUTO-SKIP.
           IF WS-VCTO-DIA < 1 OR WS-VCTO-DIA > 31
               OR WS-VCTO-MES < 1 OR WS-VCTO-MES > 12
               OR WS-VCTO-ANO < ANO
               DISPLAY (22 04) "!! VENCIMENTO INVALIDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-NOVO-VCTO.
           DISPLAY (09 04) "Historico..........=".
           MOVE SPACES TO WS-HISTORICO.
           ACCEPT (09 25) WS-HISTORICO WITH PROMPT.
           DISPLAY (10 04) "Docto saida credora=".
           MOVE SPACES TO WS-DOC-CRED.
           ACCEPT (10 25) WS-DOC-CRED WITH PROMPT.
           DISPLAY (12 04) "Confirma o emprestimo < S/N >? ".
           ACCEPT (12 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-NOVO-FIM.
           MOVE WS-EMP-DEV TO EMPRESA-COD.
           PERFORM P-MONTA-ARQ-BCO.
           OPEN I-O BANCO.
           IF FS = "30"
               CLOSE BANCO
               OPEN OUTPUT BANCO
               CLOSE BANCO
               OPEN I-O BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO DA TOMADORA INDISPONIVEL"
                   " - FS = " FS
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-NOVO-FIM.
           PERFORM P-CONTA-CODIGO THRU P-CONTA-CODIGO-FIM.
           PERFORM P-MONTA-TITULO.
       P-NOVO-GRAVA-BCO.
           WRITE REG-BCO INVALID KEY
               DISPLAY (22 04) "!! TITULO JA EXISTE NA TOMADORA !!"
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-NOVO-FIM.
           IF FS = "51"
               PERFORM P-BCO-OCUPADO
               GO TO P-NOVO-GRAVA-BCO.
           MOVE "I" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           IF CHE-PENDENTE
               PERFORM P-TAREFA-LIBERACAO.
           CLOSE BANCO.
           MOVE WS-PROX-MUT TO MUT-NUM.
           MOVE WS-EMP-CRED TO MUT-EMP-CRED.
           MOVE WS-EMP-DEV TO MUT-EMP-DEV.
           MOVE WS-HOJE-DMA TO MUT-DATA.
           MOVE WS-VCTO-DMA TO MUT-VCTO.
           MOVE WS-VALOR TO MUT-VALOR.
           MOVE NUM-CHE TO MUT-NUM-CHE-DEV.
           MOVE WS-DOC-CRED TO MUT-DOC-CRED.
           MOVE WS-HISTORICO TO MUT-HISTORICO.
           MOVE "A" TO MUT-SITUACAO.
           MOVE ZEROS TO MUT-DATA-QUIT.
           MOVE WS-OPER-ATUAL TO MUT-OPER-COD.
           WRITE REG-MUTUO INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE !!"
               ACCEPT WS-P
               GO TO P-NOVO-FIM.
           DISPLAY (14 04) "Titulo " NUM-CHE
               " gerado no movimento da empresa " WS-EMP-DEV.
           IF CHE-PENDENTE
               DISPLAY (15 04) "!! ACIMA DO TETO - AGUARDA LIBERACAO"
                   " (BANCO48)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-NOVO-FIM.

      *-----titulo a pagar da tomadora, campos como no BANCO06----------*
       P-MONTA-TITULO.
           MOVE WS-NUM TO NUM-CHE.
           MOVE "TITULOS" TO CONTA-CHE.
           MOVE SPACES TO DESCRI-CHE.
           STRING "MUTUO " DELIMITED BY SIZE
                  WS-NOME-CRED DELIMITED BY SIZE
                  INTO DESCRI-CHE.
           MOVE WS-VCTO-DIA TO DIA-CHE.
           MOVE WS-VCTO-MES TO MES-CHE.
           MOVE WS-VCTO-ANO TO ANO-CHE.
           MOVE ANO-CHE TO ANO-VCTO-CHE.
           MOVE MES-CHE TO MES-VCTO-CHE.
           MOVE DIA-CHE TO DIA-VCTO-CHE.
           MOVE WS-VALOR TO VALOR-CHE.
           MOVE SPACES TO OBS-CHE.
      *     o dinheiro ja entrou na tomadora: o titulo nasce recebido
           MOVE WS-HOJE-DMA TO INSCR-CHE.
           MOVE WS-HOJE-DMA TO RECEBIDO-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE ZEROS TO VALOR-PAGO.
           MOVE SPACES TO MEMO-CHE.
           STRING "MUTUO " DELIMITED BY SIZE
                  WS-PROX-MUT DELIMITED BY SIZE
                  " DA EMPRESA " DELIMITED BY SIZE
                  WS-EMP-CRED DELIMITED BY SIZE
                  INTO MEMO-CHE.
      *     acima do teto de alcada entra Pendente, como no BANCO06
           MOVE SPACE TO CANCEL-CHE.
           IF WS-TETO-APROV > ZEROS AND WS-VALOR > WS-TETO-APROV
               MOVE "P" TO CANCEL-CHE.
           MOVE SPACES TO PIX-E2E-CHE.
           MOVE ZEROS TO ALINEA-CHE.
           MOVE ZEROS TO DATA-DEVOL-CHE.
           MOVE ZEROS TO APRES-CHE.
           MOVE ZEROS TO BORDERO-CHE.
           MOVE ZEROS TO DESC-CHE.
           MOVE ZEROS TO IRRF-CHE.
           MOVE ZEROS TO INSS-CHE.
           MOVE ZEROS TO PEDIDO-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE ZEROS TO NATUREZA-CHE.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.

      *-----------------------------------------*
      * Posicao: emprestimo a emprestimo, com as devolucoes, e o
      * resumo de quem deve a quem.
       P-POSICAO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Empresa (00 = todas)=".
           MOVE ZEROS TO WS-EMP-FILTRO.
           ACCEPT (02 26) WS-EMP-FILTRO WITH PROMPT AUTO-SKIP.
           MOVE ZEROS TO WS-QTDE-MUTUOS.
           MOVE ZEROS TO WS-QTDE-PAR.
           MOVE ZEROS TO WS-TOT-SALDO.
           MOVE "N" TO WS-ENCERRA.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAB.
           DISPLAY (03 01) LINHA-CAB.
           MOVE 4 TO LIN.
           MOVE ZEROS TO MUT-NUM.
           START MUTUO KEY IS NOT LESS THAN MUT-NUM
               INVALID KEY
                   GO TO P-POSICAO-RESUMO.
       P-POSICAO-LER.
           READ MUTUO NEXT RECORD
               AT END
                   GO TO P-POSICAO-RESUMO.
           IF MUT-CANCELADO
               GO TO P-POSICAO-LER.
           IF WS-EMP-FILTRO NOT = ZEROS
               AND WS-EMP-FILTRO NOT = MUT-EMP-CRED
               AND WS-EMP-FILTRO NOT = MUT-EMP-DEV
               GO TO P-POSICAO-LER.
           PERFORM P-SALDO-TITULO THRU P-SALDO-TITULO-FIM.
           IF MUT-CANCELADO
               GO TO P-POSICAO-LER.
           ADD 1 TO WS-QTDE-MUTUOS.
           MOVE MUT-NUM TO MUT-NUM-DET.
           MOVE MUT-EMP-CRED TO CRED-DET.
           MOVE MUT-EMP-DEV TO DEV-DET.
           MOVE MUT-NUM-CHE-DEV TO TIT-DET.
           MOVE MUT-VCTO TO VCTO-DET.
           MOVE MUT-VALOR TO VALOR-DET.
           MOVE WS-DEVOLVIDO TO DEVOL-DET.
           MOVE WS-SALDO TO SALDO-DET.
           MOVE MUT-SITUACAO TO SIT-DET.
           WRITE REG-ARQSAID FROM LINHA-MUT.
           MOVE LINHA-MUT TO WS-LINHA-TELA.
           PERFORM P-MOSTRA.
           IF WS-DEVOLVIDO > ZEROS
               PERFORM P-DEVOLUCOES THRU P-DEVOLUCOES-FIM.
           IF WS-SALDO > ZEROS
               ADD WS-SALDO TO WS-TOT-SALDO
               PERFORM P-SOMA-PAR THRU P-SOMA-PAR-FIM.
           GO TO P-POSICAO-LER.
       P-POSICAO-RESUMO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO WS-PX.
       P-POSICAO-RESUMO-LER.
           ADD 1 TO WS-PX.
           IF WS-PX > WS-QTDE-PAR
               GO TO P-POSICAO-TOTAL.
           MOVE WS-PAR-DEV(WS-PX) TO DEVE-DEV-DET.
           MOVE WS-PAR-DEV(WS-PX) TO EMPRESA-COD.
           MOVE SPACES TO DEVE-NOME-DEV.
           READ EMPRESA
               NOT INVALID KEY
                   MOVE EMPRESA-NOME TO DEVE-NOME-DEV.
           MOVE WS-PAR-CRED(WS-PX) TO DEVE-CRED-DET.
           MOVE WS-PAR-CRED(WS-PX) TO EMPRESA-COD.
           MOVE SPACES TO DEVE-NOME-CRED.
           READ EMPRESA
               NOT INVALID KEY
                   MOVE EMPRESA-NOME TO DEVE-NOME-CRED.
           MOVE WS-PAR-SALDO(WS-PX) TO DEVE-SALDO-DET.
           WRITE REG-ARQSAID FROM LINHA-DEVE.
           MOVE LINHA-DEVE TO WS-LINHA-TELA.
           PERFORM P-MOSTRA.
           GO TO P-POSICAO-RESUMO-LER.
       P-POSICAO-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Saldo entre empresas.........." TO ROTULO-TOT-DET.
           MOVE WS-TOT-SALDO TO VALOR-TOT-DET.
           WRITE REG-ARQSAID FROM LINHA-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
       P-POSICAO-FIM.
           CLOSE ARQSAID.
           MOVE WS-TOT-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (21 02) WS-QTDE-MUTUOS " emprestimo(s) - saldo R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (22 02) "Detalhe em BANCO96.TXT".
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.

       P-MOSTRA.
           IF ENCERRA-88
               EXIT PARAGRAPH.
           DISPLAY (LIN, 01) WS-LINHA-TELA.
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua   < N > Encerra".
           ACCEPT (23 40) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           IF WS-P = "N" OR "n"
               MOVE "S" TO WS-ENCERRA
               EXIT PARAGRAPH.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.

      *-----------------------------------------------------------*
      * Situacao do titulo da tomadora: o que ja voltou (VALOR-    *
      * PAGO) e o saldo em aberto. Titulo fechado no BANCO05       *
      * quita o emprestimo; titulo cancelado por fora (banco231)   *
      * cancela o emprestimo junto.                                *
      *-----------------------------------------------------------*
       P-SALDO-TITULO.
           MOVE ZEROS TO WS-DEVOLVIDO.
           MOVE MUT-VALOR TO WS-SALDO.
           MOVE MUT-EMP-DEV TO EMPRESA-COD.
           PERFORM P-MONTA-ARQ-BCO.
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               CLOSE BANCO
               GO TO P-SALDO-TITULO-FIM.
           MOVE MUT-NUM-CHE-DEV TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   CLOSE BANCO
                   GO TO P-SALDO-TITULO-FIM.
           CLOSE BANCO.
           IF CHE-CANCELADO OR CHE-ESTORNO
               MOVE "C" TO MUT-SITUACAO
               REWRITE REG-MUTUO
               GO TO P-SALDO-TITULO-FIM.
           MOVE VALOR-PAGO TO WS-DEVOLVIDO.
           COMPUTE WS-SALDO = VALOR-CHE + JUROS-PAGO-CHE
               - VALOR-PAGO - DESC-CHE.
           IF DATA-CONF NOT = ZEROS OR WS-SALDO < ZEROS
               MOVE ZEROS TO WS-SALDO.
           IF DATA-CONF NOT = ZEROS AND MUT-ABERTO
               MOVE "Q" TO MUT-SITUACAO
               MOVE DATA-CONF TO MUT-DATA-QUIT
               REWRITE REG-MUTUO.
       P-SALDO-TITULO-FIM.

      *-----devolucoes uma a uma, do diario de pagamentos (PGTO.DAT)---*
       P-DEVOLUCOES.
           OPEN INPUT PGTO.
           IF FS-PGTO NOT = "00"
               CLOSE PGTO
               GO TO P-DEVOLUCOES-FIM.
       P-DEVOLUCOES-LER.
           READ PGTO
               AT END
                   CLOSE PGTO
                   GO TO P-DEVOLUCOES-FIM.
           IF PGTO-NUM-CHE NOT = MUT-NUM-CHE-DEV
               GO TO P-DEVOLUCOES-LER.
           IF PGTO-EMPRESA NOT = ZEROS
               AND PGTO-EMPRESA NOT = MUT-EMP-DEV
               GO TO P-DEVOLUCOES-LER.
           MOVE PGTO-DATA TO WS-DATA-BUF.
           MOVE WS-DATA-BUF TO PGTO-DATA-DET.
           MOVE PGTO-VALOR TO PGTO-VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-PGTO.
           MOVE LINHA-PGTO TO WS-LINHA-TELA.
           PERFORM P-MOSTRA.
           GO TO P-DEVOLUCOES-LER.
       P-DEVOLUCOES-FIM.

      *-----acumula o saldo no par credora -> tomadora------------------*
       P-SOMA-PAR.
           MOVE ZEROS TO WS-PX.
       P-SOMA-PAR-LER.
           ADD 1 TO WS-PX.
           IF WS-PX > WS-QTDE-PAR
               GO TO P-SOMA-PAR-NOVO.
           IF WS-PAR-CRED(WS-PX) = MUT-EMP-CRED
               AND WS-PAR-DEV(WS-PX) = MUT-EMP-DEV
               ADD WS-SALDO TO WS-PAR-SALDO(WS-PX)
               GO TO P-SOMA-PAR-FIM.
           GO TO P-SOMA-PAR-LER.
       P-SOMA-PAR-NOVO.
           IF WS-QTDE-PAR NOT < 200
               GO TO P-SOMA-PAR-FIM.
           ADD 1 TO WS-QTDE-PAR.
           MOVE MUT-EMP-CRED TO WS-PAR-CRED(WS-QTDE-PAR).
           MOVE MUT-EMP-DEV TO WS-PAR-DEV(WS-QTDE-PAR).
           MOVE WS-SALDO TO WS-PAR-SALDO(WS-QTDE-PAR).
       P-SOMA-PAR-FIM.

      *-----------------------------------------*
      * Cancelamento: so enquanto a tomadora nao devolveu nada -
      * cancela o titulo dela (com a reversao no HIST.DAT) e o
      * emprestimo.
       P-CANCELA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Emprestimo No......=".
           MOVE ZEROS TO WS-CODIGO.
           ACCEPT (02 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-CANCELA-FIM.
           MOVE WS-CODIGO TO MUT-NUM.
           READ MUTUO
               INVALID KEY
                   DISPLAY (22 04) "!! NUMERO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-CANCELA-FIM.
           IF NOT MUT-ABERTO
               DISPLAY (22 04) "!! EMPRESTIMO NAO ESTA EM ABERTO !!"
               ACCEPT WS-P
               GO TO P-CANCELA-FIM.
           MOVE MUT-VALOR TO WS-MOSTRA-VALOR.
           MOVE MUT-EMP-DEV TO WS-EMP-DEV.
           DISPLAY (03 04) "Credora " MUT-EMP-CRED "  Tomadora "
               MUT-EMP-DEV "  Titulo " MUT-NUM-CHE-DEV.
           DISPLAY (04 04) "Valor R$ " WS-MOSTRA-VALOR.
           MOVE MUT-EMP-DEV TO EMPRESA-COD.
           PERFORM P-MONTA-ARQ-BCO.
           OPEN I-O BANCO.
           IF FS NOT = "00"
               DISPLAY (22 04) "!! MOVIMENTO DA TOMADORA INDISPONIVEL"
                   " - FS = " FS
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-CANCELA-FIM.
           MOVE MUT-NUM-CHE-DEV TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (22 04) "!! TITULO DA TOMADORA NAO EXISTE !!"
                   ACCEPT WS-P
                   CLOSE BANCO
                   GO TO P-CANCELA-FIM.
           IF VALOR-PAGO NOT = ZEROS OR DATA-CONF NOT = ZEROS
               DISPLAY (22 04) "!! JA HOUVE DEVOLUCAO - NAO CANCELA !!"
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-CANCELA-FIM.
           DISPLAY (06 04) "Confirma o cancelamento < S/N >? ".
           ACCEPT (06 38) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               CLOSE BANCO
               GO TO P-CANCELA-FIM.
           MOVE "C" TO WS-OPERACAO.
           PERFORM P-GRAVA-HIST.
           MOVE "A" TO CANCEL-CHE.
           PERFORM P-REWRITE-BCO.
           CLOSE BANCO.
           MOVE "C" TO MUT-SITUACAO.
           MOVE WS-OPER-ATUAL TO MUT-OPER-COD.
           REWRITE REG-MUTUO.
           DISPLAY (08 04) "Emprestimo e titulo cancelados.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CANCELA-FIM.

      *-----proximo numero de emprestimo = maior + 1--------------------*
       P-PROXIMO-MUT.
           MOVE ZEROS TO WS-PROX-MUT.
           MOVE ZEROS TO MUT-NUM.
           START MUTUO KEY IS NOT LESS THAN MUT-NUM
               INVALID KEY
                   GO TO P-PROXIMO-MUT-CALC.
       P-PROXIMO-MUT-LER.
           READ MUTUO NEXT RECORD
               AT END
                   GO TO P-PROXIMO-MUT-CALC.
           MOVE MUT-NUM TO WS-PROX-MUT.
           GO TO P-PROXIMO-MUT-LER.
       P-PROXIMO-MUT-CALC.
           ADD 1 TO WS-PROX-MUT.
       P-PROXIMO-MUT-FIM.

      *-----------------------------------------*
      * Proximo numero livre na faixa de titulos (5000-9999) do
      * ano corrente no movimento da tomadora - mesmo criterio do
      * BANCO06.
       P-CONTA-CODIGO.
           MOVE ZEROS TO WS-NUM.
           MOVE ZEROS TO WS-CHAVE-BUF.
           MOVE ZEROS TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   GO TO P-CONTA-CODIGO-CALC.
       P-CONTA-CODIGO-LER.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-CONTA-CODIGO-CALC.
           MOVE NUM-CHE TO WS-CHAVE-BUF.
           IF WS-CHAVE-ANO NOT = WS-ANO2
               GO TO P-CONTA-CODIGO-LER.
           IF WS-CHAVE-SEQ < 5000
               GO TO P-CONTA-CODIGO-LER.
           IF WS-CHAVE-SEQ > WS-NUM-SEQ
               MOVE WS-CHAVE-SEQ TO WS-NUM-SEQ.
           GO TO P-CONTA-CODIGO-LER.
       P-CONTA-CODIGO-CALC.
           MOVE WS-ANO2 TO WS-NUM-ANO.
           IF WS-NUM-SEQ < 5000
               MOVE 5000 TO WS-NUM-SEQ
           ELSE
               ADD 1 TO WS-NUM-SEQ.
           IF WS-NUM-SEQ > 9999
               MOVE 5000 TO WS-NUM-SEQ.
       P-CONTA-CODIGO-FIM.

      *-----------------------------------------------------------*
      * HIST.DAT: inclusao ("I", imagem do titulo novo) ou         *
      * cancelamento ("C", imagem antes + reversao). A empresa     *
      * carimbada e a TOMADORA - e no movimento dela que o titulo  *
      * mora, seja qual for a empresa logada.                      *
      *-----------------------------------------------------------*
       P-GRAVA-HIST.
           OPEN EXTEND HIST.
           IF FS-HIST = "30"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           MOVE NUM-CHE        TO HIST-NUM-CHE.
           MOVE WS-OPERACAO    TO HIST-OPERACAO.
           MOVE DIA            TO HIST-DIA-MOV.
           MOVE MES            TO HIST-MES-MOV.
           MOVE ANO            TO HIST-ANO-MOV.
           MOVE CONTA-CHE      TO HIST-CONTA-CHE.
           MOVE DESCRI-CHE     TO HIST-DESCRI-CHE.
           MOVE DIA-CHE        TO HIST-DIA-CHE.
           MOVE MES-CHE        TO HIST-MES-CHE.
           MOVE ANO-CHE        TO HIST-ANO-CHE.
           MOVE VALOR-CHE      TO HIST-VALOR-CHE.
           MOVE OBS-CHE        TO HIST-OBS-CHE.
           MOVE INSCR-CHE      TO HIST-INSCR-CHE.
           MOVE RECEBIDO-CHE   TO HIST-RECEBIDO-CHE.
           MOVE DATA-CONF      TO HIST-DATA-CONF.
           MOVE VALOR-PAGO     TO HIST-VALOR-PAGO.
           MOVE MEMO-CHE       TO HIST-MEMO-CHE.
           MOVE CANCEL-CHE     TO HIST-CANCEL-CHE.
           MOVE PIX-E2E-CHE    TO HIST-PIX-E2E-CHE.
           MOVE ZEROS          TO HIST-VALOR-REVERSAO.
           IF HIST-CANCELAMENTO
               COMPUTE HIST-VALOR-REVERSAO = ZERO - VALOR-CHE.
           MOVE WS-OPER-ATUAL  TO HIST-OPER-COD.
           MOVE WS-EMP-DEV     TO HIST-EMPRESA.
           WRITE REG-HIST.
           CLOSE HIST.

       P-REWRITE-BCO.
           REWRITE REG-BCO.
           IF FS = "51"
               PERFORM P-BCO-OCUPADO
               GO TO P-REWRITE-BCO.

       P-BCO-OCUPADO.
           DISPLAY (21 04) "!! REGISTRO EM USO POR OUTRO TERMINAL !!".
           DISPLAY (23 04) "Tecle < ENTER > para tentar novamente".
           ACCEPT WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.

      *-----movimento da empresa nn: BCO.DAT (01) ou BCOnn.DAT----------*
       P-MONTA-ARQ-BCO.
           IF EMPRESA-COD = 1
               MOVE "BCO.DAT" TO WS-ARQ-BCO
           ELSE
               MOVE EMPRESA-COD TO WS-ARQ-MONTA-COD
               MOVE WS-ARQ-MONTA TO WS-ARQ-BCO.

      *-----documento acima do teto: tarefa p/ o segundo operador-------*
      *-----liberar no BANCO48 (prazo = o vencimento)--------------------*
       P-TAREFA-LIBERACAO.
           MOVE "BANCO48" TO TAR-ORIGEM.
           MOVE WS-EMP-DEV TO TAR-EMPRESA.
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
      * Empresa e operador da sessao (SESSAO.DAT).                 *
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
           CLOSE SESSAO.

       P-FIM.
           CLOSE MUTUO EMPRESA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
