       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO34.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    FUNDO FIXO (CAIXINHA) POR DEPARTAMENTO
      *    Cada departamento tem um valor autorizado em dinheiro
      *    p/ as miudezas (FUNDO.DAT, ver FUNDMAST). <1> Cadastro
      *    do fundo: responsavel, valor autorizado, minimo p/
      *    pedir reposicao, conta de saida - so o supervisor.
      *    <2> Vale: cada gasto pago com a caixinha, com data,
      *    natureza, departamento que gastou, numero do recibo e
      *    valor (VALEFUN.DAT, ver VALEMAST) - nao passa do
      *    dinheiro que resta. <3> Exclui vale ainda nao reposto
      *    (digitado errado). <4> Reposicao: soma os vales nao
      *    repostos e gera UM titulo em BCO.DAT (faixa 5000-9999,
      *    favorecido = responsavel) pelo total, com diario
      *    HIST-INCLUSAO; a quebra por departamento vai p/
      *    RATEIO.DAT e e postada no teto (DEPTO.DAT) e na verba
      *    anual (VERBA.DAT) como no BANCO06, e os vales ficam
      *    amarrados ao titulo - o BANCO66 abre o titulo de novo
      *    nas naturezas dos vales. <5> Extrato: vales desde a
      *    ultima reposicao e o dinheiro que deve estar na caixa
      *    - tela + BANCO34.TXT. <6> Posicao de todos os fundos.
      *    Menu principal, opcao 55.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUN-CHAVE
                  FILE STATUS IS FS-FUN.
           SELECT VALEFUN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-CHAVE
                  ALTERNATE RECORD KEY IS VAL-REPOS
                      WITH DUPLICATES
                  FILE STATUS IS FS-VAL.
           SELECT NATUREZA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NAT-COD
                  FILE STATUS IS FS-NAT.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEPTO-COD
                  FILE STATUS IS FS-DEPTO.
           SELECT RATEIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RATEIO-CHAVE
                  FILE STATUS IS FS-RATEIO.
           SELECT VERBA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VERBA-CHAVE
                  FILE STATUS IS FS-VERBA.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-HIST.
           SELECT TRAVA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TRAVA.
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
       COPY FUNDMAST.

       COPY VALEMAST.

       COPY NATUMAST.

       COPY DEPTOMAST.

       COPY RATEIOMAST.

       COPY VERBAMAST.

       COPY BCOMAST.

       COPY HISTMAST.

       COPY TRAVMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO34.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
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
       77 WS-ANO2              PIC 99 VALUE ZEROS.
       77 FS-FUN                PIC XX.
       77 FS-VAL                PIC XX.
       77 FS-NAT                PIC XX.
       77 FS-DEPTO              PIC XX.
       77 FS-RATEIO             PIC XX.
       77 FS-VERBA              PIC XX.
       77 FS                    PIC XX.
       77 FS-HIST               PIC XX.
       77 FS-TRAVA              PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-OPER-NIVEL         PIC 9 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-NOVO              PIC X VALUE "N".
       77 WS-FUNDO-E           PIC 99 VALUE ZEROS.
       77 WS-SEQ-E             PIC 9(05) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-CAIXA      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77 WS-HOJE-AMD          PIC 9(08) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----datas digitadas DD/MM/AAAA e a mesma data AAAAMMDD----------*
       01 WS-DATA-E.
           03 DIA-E             PIC 99.
           03 MES-E             PIC 99.
           03 ANO-E             PIC 9(04).
       01 WS-AMD-BUF            PIC 9(08).
       01 WS-AMD-BUF-R REDEFINES WS-AMD-BUF.
           03 ANO-AB            PIC 9(04).
           03 MES-AB            PIC 99.
           03 DIA-AB            PIC 99.

      *-----dinheiro que deve estar na caixinha------------------------*
       77 WS-CAIXA              PIC S9(09)V99 VALUE ZEROS.
       77 WS-REPOS-ABERTA       PIC X VALUE "N".
       88 REPOS-ABERTA-88       VALUE "S".
       77 WS-REPOS-A-RECEBER    PIC 9(09)V99 VALUE ZEROS.

      *-----soma dos vales nao repostos, por depto e por natureza------*
       77 WS-TOTAL              PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE               PIC 9(04) VALUE ZEROS.
       77 WS-QTDE-DEP           PIC 99 VALUE ZEROS.
       77 WS-MAIOR-NAT          PIC 99 VALUE ZEROS.
       77 WS-MAIOR-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WS-IX                 PIC 999 VALUE ZEROS.
       01 WS-TAB-DEP.
           02 WS-DEP-VALOR      PIC 9(09)V99 OCCURS 9 TIMES.
       01 WS-TAB-NATR.
           02 WS-NATR-VALOR     PIC 9(09)V99 OCCURS 99 TIMES.

      *-----postagem no teto do depto e na verba anual------------------*
       77 WS-DEPTO-POSTA        PIC 99 VALUE ZEROS.
       77 WS-VALOR-POSTA        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VERBA-IDX          PIC 99 VALUE ZEROS.
       77 WS-RAT-SEQ            PIC 99 VALUE ZEROS.

      *-----trava de periodo--------------------------------------------*
       77 WS-TRAVA-AM           PIC 9(06) VALUE ZEROS.
       77 WS-TESTA-AM           PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-FECHADO    PIC X VALUE "N".
       88 PERIODO-FECHADO-88    VALUE "S".

      *-----memo "FUNDO FIXO DEPTO nn - nnnn VALES" do titulo-----------*
       01 WS-MEMO-FUNDO.
           03 FILLER            PIC X(17) VALUE "FUNDO FIXO DEPTO ".
           03 WS-MF-DEPTO       PIC 99.
           03 FILLER            PIC X(03) VALUE " - ".
           03 WS-MF-QTDE        PIC 9(04).
           03 FILLER            PIC X(04) VALUE " VAL".

      *-----proximo numero de titulo (faixa 5000-9999)------------------*
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-R REDEFINES WS-NUM.
           03 WS-NUM-ANO         PIC 99.
           03 WS-NUM-SEQ         PIC 9(04).
       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(25) VALUE "Extrato do Fundo Fixo - ".
           02 TIT-DEPTO        PIC X(10).
           02 F PIC X(04) VALUE SPACES.
           02 F PIC X(06) VALUE "Em   ".
           02 TIT-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 TIT-ANO          PIC 9(04).

       01 LINHA-CABEC.
           02 F PIC X(40) VALUE
              "  Seq.  Data       Recibo     Natureza ".
           02 F PIC X(40) VALUE
              "       Depto             Valor R$      ".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 SEQ-DET          PIC 9(05).
           02 f pic x(01) value spaces.
           02 DIA-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-DET          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-DET          PIC 9(04).
           02 f pic x(01) value spaces.
           02 RECIBO-DET       PIC X(10).
           02 f pic x(01) value spaces.
           02 NAT-DET          PIC X(15).
           02 f pic x(01) value spaces.
           02 DEPTO-DET        PIC X(10).
           02 f pic x(01) value spaces.
           02 VALOR-DET        PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-HIST-DET.
           02 F PIC X(09) VALUE SPACES.
           02 HIST-DET         PIC X(30).

       01 LINHA-RESUMO.
           02 f pic x(02) value spaces.
           02 RES-DESCR-DET    PIC X(40).
           02 RES-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99-.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO34" BLINK.
           02 LINE 02 COLUMN 22 VALUE " Fundo Fixo " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Cadastro do Fundo".
           02 LINE 06 COLUMN 04 VALUE "<2> Lancar Vale".
           02 LINE 07 COLUMN 04 VALUE "<3> Excluir Vale nao Reposto".
           02 LINE 08 COLUMN 04 VALUE "<4> Reposicao do Fundo".
           02 LINE 09 COLUMN 04 VALUE "<5> Extrato do Fundo".
           02 LINE 10 COLUMN 04 VALUE "<6> Posicao dos Fundos".
           02 LINE 11 COLUMN 04 VALUE "<0> Sair".
           02 LINE 13 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-FUNDO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO34" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Cadastro do Fundo Fixo ".
           02 LINE 04 COLUMN 04 VALUE "Departamento.......=".
           02 LINE 05 COLUMN 04 VALUE "Responsavel........=".
           02 LINE 06 COLUMN 04 VALUE "Valor Autorizado R$=".
           02 LINE 07 COLUMN 04 VALUE "Repor abaixo de R$.=".
           02 LINE 08 COLUMN 04 VALUE "Conta de Saida.....=".
           02 LINE 09 COLUMN 04 VALUE "Situacao...........=".
           02 LINE 09 COLUMN 30 VALUE "A-ativo E-encerrado".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       01 TELA-VALE.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO34" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Vale do Fundo Fixo ".
           02 LINE 04 COLUMN 04 VALUE "Fundo (depto)......=".
           02 LINE 05 COLUMN 04 VALUE "Caixa R$...........=".
           02 LINE 06 COLUMN 04 VALUE "Data...............=   /  /".
           02 LINE 07 COLUMN 04 VALUE "Natureza...........=".
           02 LINE 08 COLUMN 04 VALUE "Depto que Gastou...=".
           02 LINE 09 COLUMN 04 VALUE "Recibo/Cupom No....=".
           02 LINE 10 COLUMN 04 VALUE "Historico..........=".
           02 LINE 11 COLUMN 04 VALUE "Valor R$...........=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           OPEN I-O FUNDO.
           IF FS-FUN = "30" OR FS-FUN = "35"
               CLOSE FUNDO
               OPEN OUTPUT FUNDO
               CLOSE FUNDO
               OPEN I-O FUNDO.
           OPEN I-O VALEFUN.
           IF FS-VAL = "30" OR FS-VAL = "35"
               CLOSE VALEFUN
               OPEN OUTPUT VALEFUN
               CLOSE VALEFUN
               OPEN I-O VALEFUN.
           OPEN I-O NATUREZA.
           IF FS-NAT = "30" OR FS-NAT = "35"
               CLOSE NATUREZA
               OPEN OUTPUT NATUREZA
               CLOSE NATUREZA
               OPEN I-O NATUREZA.
           OPEN I-O DEPTO.
           IF FS-DEPTO = "30" OR FS-DEPTO = "35"
               CLOSE DEPTO
               OPEN OUTPUT DEPTO
               CLOSE DEPTO
               OPEN I-O DEPTO.
           PERFORM P-DATA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (13 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-CADASTRO THRU P-CADASTRO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-VALE THRU P-VALE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-EXCLUI THRU P-EXCLUI-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-REPOSICAO THRU P-REPOSICAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-EXTRATO THRU P-EXTRATO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "6"
               PERFORM P-POSICAO THRU P-POSICAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Cadastro do fundo do departamento - valor autorizado e
      * minimo sao decisao da gerencia: so o supervisor grava.
       P-CADASTRO.
           DISPLAY TELA-FUNDO.
           MOVE ZEROS TO WS-FUNDO-E.
           ACCEPT (04 25) WS-FUNDO-E WITH PROMPT AUTO-SKIP.
           IF WS-FUNDO-E = ZEROS
               GO TO P-CADASTRO-FIM.
           MOVE WS-FUNDO-E TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   DISPLAY (22 04) "!! DEPARTAMENTO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-CADASTRO-FIM.
           DISPLAY (04 30) DEPTO-NOME.
           MOVE WS-EMPRESA-ATUAL TO FUN-EMPRESA.
           MOVE WS-FUNDO-E TO FUN-DEPTO.
           MOVE "N" TO WS-NOVO.
           READ FUNDO
               INVALID KEY
                   MOVE "S" TO WS-NOVO
                   PERFORM P-LIMPA-FUNDO.
           IF WS-NOVO = "N"
               PERFORM P-MOSTRA-FUNDO.
           IF WS-OPER-NIVEL NOT = 2
               DISPLAY (22 04) "!! SO O SUPERVISOR ALTERA O FUNDO !!"
               ACCEPT WS-P
               GO TO P-CADASTRO-FIM.
           ACCEPT (05 25) FUN-RESPONSAVEL WITH PROMPT UPDATE.
           IF FUN-RESPONSAVEL = SPACES
               GO TO P-CADASTRO-FIM.
           ACCEPT (06 25) FUN-VALOR WITH PROMPT UPDATE AUTO-SKIP.
           IF FUN-VALOR = ZEROS
               GO TO P-CADASTRO-FIM.
       P-CADASTRO-MINIMO.
           ACCEPT (07 25) FUN-MINIMO WITH PROMPT UPDATE AUTO-SKIP.
           IF FUN-MINIMO NOT < FUN-VALOR
               DISPLAY (22 04) "!! MINIMO DEVE SER MENOR QUE O FUNDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-MINIMO.
           ACCEPT (08 25) FUN-CONTA WITH PROMPT UPDATE.
       P-CADASTRO-SITUACAO.
           IF WS-NOVO = "S"
               DISPLAY (09 25) FUN-SITUACAO
               GO TO P-CADASTRO-GRAVA.
           ACCEPT (09 25) FUN-SITUACAO WITH PROMPT UPDATE AUTO-SKIP.
           IF FUN-SITUACAO = "a" MOVE "A" TO FUN-SITUACAO.
           IF FUN-SITUACAO = "e" MOVE "E" TO FUN-SITUACAO.
           IF NOT FUN-ATIVO AND NOT FUN-ENCERRADO
               DISPLAY (22 04) "!! SITUACAO: A OU E !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-CADASTRO-SITUACAO.
       P-CADASTRO-GRAVA.
           DISPLAY (19 04) "Grava o fundo < S/N >? ".
           ACCEPT (19 28) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-CADASTRO-FIM.
           IF WS-NOVO NOT = "S"
               REWRITE REG-FUNDO
               GO TO P-CADASTRO-GRAVADO.
           WRITE REG-FUNDO
               INVALID KEY
                   DISPLAY (22 04) "!! FUNDO JA EXISTENTE !!"
                   ACCEPT WS-P
                   GO TO P-CADASTRO-FIM.
       P-CADASTRO-GRAVADO.
           DISPLAY (20 04) "Fundo do depto " FUN-DEPTO " gravado.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CADASTRO-FIM.

       P-LIMPA-FUNDO.
           MOVE SPACES TO REG-FUNDO.
           MOVE WS-EMPRESA-ATUAL TO FUN-EMPRESA.
           MOVE WS-FUNDO-E TO FUN-DEPTO.
           MOVE SPACES TO FUN-RESPONSAVEL.
           MOVE ZEROS TO FUN-VALOR.
           MOVE ZEROS TO FUN-MINIMO.
           MOVE SPACES TO FUN-CONTA.
           MOVE ZEROS TO FUN-VALES.
           MOVE ZEROS TO FUN-QTDE-VALES.
           MOVE ZEROS TO FUN-ULT-SEQ.
           MOVE SPACES TO FUN-REPOS-CHE.
           MOVE ZEROS TO FUN-REPOS-VALOR.
           MOVE ZEROS TO FUN-REPOS-DATA.
           MOVE "A" TO FUN-SITUACAO.

       P-MOSTRA-FUNDO.
           DISPLAY (05 25) FUN-RESPONSAVEL.
           MOVE FUN-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (06 25) WS-MOSTRA-VALOR.
           MOVE FUN-MINIMO TO WS-MOSTRA-VALOR.
           DISPLAY (07 25) WS-MOSTRA-VALOR.
           DISPLAY (08 25) FUN-CONTA.
           DISPLAY (09 25) FUN-SITUACAO.
           PERFORM P-SITUACAO-FUNDO.
           MOVE FUN-VALES TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Vales nao repostos R$ " WS-MOSTRA-VALOR
               " (" FUN-QTDE-VALES ")".
           MOVE WS-CAIXA TO WS-MOSTRA-CAIXA.
           DISPLAY (13 04) "Caixa esperado    R$ " WS-MOSTRA-CAIXA.

      *-----------------------------------------------------------*
      * Dinheiro que deve estar na caixinha do fundo corrente:    *
      * autorizado - vales nao repostos - ultima reposicao ainda  *
      * nao paga (o titulo existe, mas o dinheiro nao voltou).    *
      * Reposicao cancelada/estornada nao vai voltar: conta como  *
      * paga p/ nao prender o fundo.                              *
      *-----------------------------------------------------------*
       P-SITUACAO-FUNDO.
           MOVE "N" TO WS-REPOS-ABERTA.
           MOVE ZEROS TO WS-REPOS-A-RECEBER.
           IF FUN-REPOS-CHE NOT = SPACES
               OPEN INPUT BANCO
               MOVE FUN-REPOS-CHE TO NUM-CHE
               READ BANCO
                   INVALID KEY
                       MOVE SPACES TO NUM-CHE
               END-READ
               IF NUM-CHE = FUN-REPOS-CHE AND DATA-CONF = ZEROS
                       AND NOT CHE-CANCELADO AND NOT CHE-ESTORNO
                   MOVE "S" TO WS-REPOS-ABERTA
                   MOVE FUN-REPOS-VALOR TO WS-REPOS-A-RECEBER
               END-IF
               CLOSE BANCO.
           COMPUTE WS-CAIXA =
               FUN-VALOR - FUN-VALES - WS-REPOS-A-RECEBER.

      *-----le o fundo WS-FUNDO-E da empresa da sessao-----------------*
       P-LE-FUNDO.
           MOVE WS-EMPRESA-ATUAL TO FUN-EMPRESA.
           MOVE WS-FUNDO-E TO FUN-DEPTO.
           READ FUNDO
               INVALID KEY
                   MOVE SPACES TO FUN-RESPONSAVEL.
           IF FUN-RESPONSAVEL = SPACES
               DISPLAY (22 04) "!! FUNDO NAO CADASTRADO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA.

      *-----------------------------------------*
      * Vale: o gasto sai do dinheiro da caixinha - nao aceita
      * mais do que o caixa esperado. Abaixo do minimo, avisa p/
      * fazer a reposicao.
       P-VALE.
           DISPLAY TELA-VALE.
           MOVE ZEROS TO WS-FUNDO-E.
           ACCEPT (04 25) WS-FUNDO-E WITH PROMPT AUTO-SKIP.
           IF WS-FUNDO-E = ZEROS
               GO TO P-VALE-FIM.
           PERFORM P-LE-FUNDO.
           IF FUN-RESPONSAVEL = SPACES
               GO TO P-VALE-FIM.
           IF FUN-ENCERRADO
               DISPLAY (22 04) "!! FUNDO ENCERRADO !!"
               ACCEPT WS-P
               GO TO P-VALE-FIM.
           DISPLAY (04 30) FUN-RESPONSAVEL.
           PERFORM P-SITUACAO-FUNDO.
           MOVE WS-CAIXA TO WS-MOSTRA-CAIXA.
           DISPLAY (05 25) WS-MOSTRA-CAIXA.
           MOVE SPACES TO REG-VALEFUN.
           MOVE DIA TO DIA-E.
           MOVE MES TO MES-E.
           MOVE ANO TO ANO-E.
       P-VALE-DATA.
           ACCEPT (06 25) DIA-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 28) MES-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 31) ANO-E WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-E = ZEROS OR DIA-E > 31
                   OR MES-E = ZEROS OR MES-E > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-DATA.
           COMPUTE VAL-DATA = ANO-E * 10000 + MES-E * 100 + DIA-E.
           IF VAL-DATA > WS-HOJE-AMD
               DISPLAY (22 04) "!! VALE COM DATA FUTURA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-DATA.
       P-VALE-NATUREZA.
           MOVE ZEROS TO VAL-NATUREZA.
           ACCEPT (07 25) VAL-NATUREZA WITH PROMPT AUTO-SKIP.
           MOVE VAL-NATUREZA TO NAT-COD.
           READ NATUREZA
               INVALID KEY
                   MOVE SPACES TO NAT-NOME.
           IF VAL-NATUREZA = ZEROS OR NAT-NOME = SPACES
               DISPLAY (22 04) "!! NATUREZA NAO CADASTRADA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-NATUREZA.
           IF NAT-INATIVA
               DISPLAY (22 04) "!! NATUREZA INATIVA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-NATUREZA.
           DISPLAY (07 30) NAT-NOME.
           MOVE FUN-DEPTO TO VAL-DEPTO.
       P-VALE-DEPTO.
           ACCEPT (08 25) VAL-DEPTO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE VAL-DEPTO TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   MOVE SPACES TO DEPTO-NOME.
           IF VAL-DEPTO = ZEROS OR VAL-DEPTO > 9
                   OR DEPTO-NOME = SPACES
               DISPLAY (22 04) "!! DEPARTAMENTO NAO CADASTRADO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-DEPTO.
           DISPLAY (08 30) DEPTO-NOME.
       P-VALE-RECIBO.
           ACCEPT (09 25) VAL-RECIBO WITH PROMPT.
           IF VAL-RECIBO = SPACES
               DISPLAY (22 04) "!! SEM RECIBO NAO HA VALE !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-RECIBO.
           ACCEPT (10 25) VAL-HISTORICO WITH PROMPT.
       P-VALE-VALOR.
           MOVE ZEROS TO VAL-VALOR.
           ACCEPT (11 25) VAL-VALOR WITH PROMPT AUTO-SKIP.
           IF VAL-VALOR = ZEROS
               GO TO P-VALE-FIM.
           IF VAL-VALOR > WS-CAIXA
               DISPLAY (22 04) "!! VALOR MAIOR QUE O CAIXA DO FUNDO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VALE-VALOR.
           DISPLAY (13 04) "Grava o vale < S/N >? ".
           ACCEPT (13 27) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-VALE-FIM.
           ADD 1 TO FUN-ULT-SEQ.
           MOVE WS-EMPRESA-ATUAL TO VAL-EMPRESA.
           MOVE FUN-DEPTO TO VAL-FUNDO.
           MOVE FUN-ULT-SEQ TO VAL-SEQ.
           MOVE WS-OPER-ATUAL TO VAL-OPER.
           MOVE SPACES TO VAL-REPOS.
           MOVE ZEROS TO VAL-REPOS-DATA.
           WRITE REG-VALEFUN
               INVALID KEY
                   DISPLAY (22 04) "!! VALE JA EXISTENTE !!"
                   ACCEPT WS-P
                   GO TO P-VALE-FIM.
           ADD VAL-VALOR TO FUN-VALES.
           ADD 1 TO FUN-QTDE-VALES.
           REWRITE REG-FUNDO.
           SUBTRACT VAL-VALOR FROM WS-CAIXA.
           MOVE WS-CAIXA TO WS-MOSTRA-CAIXA.
           DISPLAY (15 04) "Vale " VAL-SEQ " gravado. Caixa R$ "
               WS-MOSTRA-CAIXA.
           IF WS-CAIXA < FUN-MINIMO
               DISPLAY (17 04) "!! CAIXA ABAIXO DO MINIMO - FACA A "
                   "REPOSICAO (OPCAO 4) !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           GO TO P-VALE.
       P-VALE-FIM.

      *-----------------------------------------*
      * Exclusao de vale digitado errado - so enquanto ainda nao
      * entrou numa reposicao (depois disso ja e titulo em BCO).
       P-EXCLUI.
           DISPLAY TELA-VALE.
           MOVE ZEROS TO WS-FUNDO-E.
           ACCEPT (04 25) WS-FUNDO-E WITH PROMPT AUTO-SKIP.
           IF WS-FUNDO-E = ZEROS
               GO TO P-EXCLUI-FIM.
           PERFORM P-LE-FUNDO.
           IF FUN-RESPONSAVEL = SPACES
               GO TO P-EXCLUI-FIM.
           DISPLAY (04 30) FUN-RESPONSAVEL.
           DISPLAY (05 04) "Vale No............=".
           MOVE ZEROS TO WS-SEQ-E.
           ACCEPT (05 25) WS-SEQ-E WITH PROMPT AUTO-SKIP.
           IF WS-SEQ-E = ZEROS
               GO TO P-EXCLUI-FIM.
           MOVE WS-EMPRESA-ATUAL TO VAL-EMPRESA.
           MOVE WS-FUNDO-E TO VAL-FUNDO.
           MOVE WS-SEQ-E TO VAL-SEQ.
           READ VALEFUN
               INVALID KEY
                   DISPLAY (22 04) "!! VALE NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-EXCLUI-FIM.
           IF VAL-REPOS NOT = SPACES
               DISPLAY (22 04) "!! VALE JA REPOSTO NO TITULO "
                   VAL-REPOS-CHE " !!"
               ACCEPT WS-P
               GO TO P-EXCLUI-FIM.
           MOVE VAL-DATA TO WS-AMD-BUF.
           PERFORM P-AMD-P-DMA.
           DISPLAY (06 25) DIA-E.
           DISPLAY (06 28) MES-E.
           DISPLAY (06 31) ANO-E.
           DISPLAY (07 25) VAL-NATUREZA.
           DISPLAY (08 25) VAL-DEPTO.
           DISPLAY (09 25) VAL-RECIBO.
           DISPLAY (10 25) VAL-HISTORICO.
           MOVE VAL-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (11 25) WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Exclui o vale < S/N >? ".
           ACCEPT (13 28) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-EXCLUI-FIM.
           DELETE VALEFUN RECORD
               INVALID KEY
                   DISPLAY (22 04) "!! ERRO NA EXCLUSAO - FS = " FS-VAL
                   ACCEPT WS-P
                   GO TO P-EXCLUI-FIM.
           IF FUN-VALES < VAL-VALOR
               MOVE ZEROS TO FUN-VALES
           ELSE
               SUBTRACT VAL-VALOR FROM FUN-VALES.
           IF FUN-QTDE-VALES > ZEROS
               SUBTRACT 1 FROM FUN-QTDE-VALES.
           REWRITE REG-FUNDO.
           DISPLAY (15 04) "Vale " VAL-SEQ " excluido.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-EXCLUI-FIM.

      *-----------------------------------------*
      * Reposicao: UM titulo pelo total dos vales nao repostos.
      * O titulo leva o depto dono do fundo em OBS-CHE e a
      * natureza de maior peso em NATUREZA-CHE; quando os vales
      * tocam mais de um depto, as fatias vao p/ RATEIO.DAT (o
      * BANCO16 le de la). Teto e verba anual recebem cada depto
      * pelo que ele gastou. Os vales guardam o NUM-CHE do titulo
      * - e por ele que o BANCO66 separa as naturezas.
       P-REPOSICAO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO34".
           DISPLAY (02 20) " Reposicao do Fundo Fixo ".
           DISPLAY (04 04) "Fundo (depto)......=".
           MOVE ZEROS TO WS-FUNDO-E.
           ACCEPT (04 25) WS-FUNDO-E WITH PROMPT AUTO-SKIP.
           IF WS-FUNDO-E = ZEROS
               GO TO P-REPOSICAO-FIM.
           PERFORM P-LE-FUNDO.
           IF FUN-RESPONSAVEL = SPACES
               GO TO P-REPOSICAO-FIM.
           DISPLAY (04 30) FUN-RESPONSAVEL.
           IF FUN-QTDE-VALES = ZEROS
               DISPLAY (22 04) "!! NENHUM VALE A REPOR !!"
               ACCEPT WS-P
               GO TO P-REPOSICAO-FIM.
           PERFORM P-SITUACAO-FUNDO.
           IF REPOS-ABERTA-88
               DISPLAY (21 04) "!! A REPOSICAO ANTERIOR (TITULO "
                   FUN-REPOS-CHE ") AINDA NAO FOI PAGA !!"
               DISPLAY (22 04) "   Tecle < ENTER >"
               ACCEPT WS-P
               GO TO P-REPOSICAO-FIM.
           PERFORM P-SOMA-VALES THRU P-SOMA-VALES-FIM.
           IF WS-TOTAL = ZEROS
               DISPLAY (22 04) "!! NENHUM VALE A REPOR !!"
               ACCEPT WS-P
               GO TO P-REPOSICAO-FIM.
           MOVE 6 TO LIN.
           DISPLAY (05 04) "Por natureza:".
           MOVE ZEROS TO WS-IX.
           PERFORM P-MOSTRA-NATR THRU P-MOSTRA-NATR-FIM.
           DISPLAY (LIN, 04) "Por departamento:".
           ADD 1 TO LIN.
           MOVE ZEROS TO WS-IX.
           PERFORM P-MOSTRA-DEP THRU P-MOSTRA-DEP-FIM.
           MOVE WS-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (19 04) WS-QTDE " vale(s) - total R$ "
               WS-MOSTRA-VALOR.
           MOVE DIA TO DIA-E.
           MOVE MES TO MES-E.
           MOVE ANO TO ANO-E.
       P-REPOSICAO-VCTO.
           DISPLAY (20 04) "Vencimento do titulo=   /  /".
           ACCEPT (20 25) DIA-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (20 28) MES-E WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (20 31) ANO-E WITH PROMPT UPDATE AUTO-SKIP.
           IF DIA-E = ZEROS OR DIA-E > 31
                   OR MES-E = ZEROS OR MES-E > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-REPOSICAO-VCTO.
           PERFORM P-LE-TRAVA.
           COMPUTE WS-TESTA-AM = ANO-E * 100 + MES-E.
           PERFORM P-TESTA-TRAVA.
           IF PERIODO-FECHADO-88
               DISPLAY (22 04) "!! PERIODO FECHADO P/ O CONTADOR !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-REPOSICAO-VCTO.
           DISPLAY (21 04) "Gera o titulo de reposicao < S/N >? ".
           ACCEPT (21 41) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
               GO TO P-REPOSICAO-FIM.
           OPEN I-O BANCO.
           PERFORM P-CONTA-CODIGO THRU P-CONTA-CODIGO-FIM.
           PERFORM P-MONTA-TITULO.
       P-REPOSICAO-GRAVA.
           WRITE REG-BCO INVALID KEY
               DISPLAY (22 04) "ERRO DE GRAVACAO - FS = " FS
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-REPOSICAO-FIM.
           IF FS = "51"
               PERFORM P-BCO-OCUPADO
               GO TO P-REPOSICAO-GRAVA.
           PERFORM P-GRAVA-HIST-INCLUSAO.
           IF WS-QTDE-DEP > 1
               PERFORM P-GRAVA-RATEIO THRU P-GRAVA-RATEIO-FIM.
           MOVE ZEROS TO WS-IX.
           PERFORM P-POSTA-DEPS THRU P-POSTA-DEPS-FIM.
           PERFORM P-MARCA-VALES THRU P-MARCA-VALES-FIM.
           MOVE NUM-CHE TO FUN-REPOS-CHE.
           MOVE WS-TOTAL TO FUN-REPOS-VALOR.
           MOVE WS-HOJE-AMD TO FUN-REPOS-DATA.
           MOVE ZEROS TO FUN-VALES.
           MOVE ZEROS TO FUN-QTDE-VALES.
           REWRITE REG-FUNDO.
           CLOSE BANCO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (21 04) "Titulo " FUN-REPOS-CHE
               " gerado p/ " FUN-RESPONSAVEL.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-REPOSICAO-FIM.

      *-----soma os vales nao repostos do fundo corrente----------------*
       P-SOMA-VALES.
           MOVE ZEROS TO WS-TOTAL.
           MOVE ZEROS TO WS-QTDE.
           MOVE ZEROS TO WS-QTDE-DEP.
           MOVE ZEROS TO WS-MAIOR-NAT.
           MOVE ZEROS TO WS-MAIOR-VALOR.
           MOVE ZEROS TO WS-TAB-DEP.
           MOVE ZEROS TO WS-TAB-NATR.
           MOVE FUN-EMPRESA TO VAL-EMPRESA.
           MOVE FUN-DEPTO TO VAL-FUNDO.
           MOVE ZEROS TO VAL-SEQ.
           START VALEFUN KEY IS NOT LESS THAN VAL-CHAVE
               INVALID KEY
                   GO TO P-SOMA-VALES-FIM.
       P-SOMA-VALES-LER.
           READ VALEFUN NEXT RECORD
               AT END
                   GO TO P-SOMA-VALES-CONTA.
           IF VAL-EMPRESA NOT = FUN-EMPRESA
                   OR VAL-FUNDO NOT = FUN-DEPTO
               GO TO P-SOMA-VALES-CONTA.
           IF VAL-REPOS NOT = SPACES
               GO TO P-SOMA-VALES-LER.
           ADD 1 TO WS-QTDE.
           ADD VAL-VALOR TO WS-TOTAL.
           IF VAL-DEPTO = ZEROS OR VAL-DEPTO > 9
               MOVE FUN-DEPTO TO VAL-DEPTO.
           ADD VAL-VALOR TO WS-DEP-VALOR ( VAL-DEPTO ).
           IF VAL-NATUREZA NOT = ZEROS
               ADD VAL-VALOR TO WS-NATR-VALOR ( VAL-NATUREZA ).
           GO TO P-SOMA-VALES-LER.
       P-SOMA-VALES-CONTA.
           MOVE ZEROS TO WS-IX.
       P-SOMA-VALES-CONTA-DEP.
           ADD 1 TO WS-IX.
           IF WS-IX > 9
               GO TO P-SOMA-VALES-MAIOR.
           IF WS-DEP-VALOR ( WS-IX ) > ZEROS
               ADD 1 TO WS-QTDE-DEP.
           GO TO P-SOMA-VALES-CONTA-DEP.
       P-SOMA-VALES-MAIOR.
           MOVE ZEROS TO WS-IX.
       P-SOMA-VALES-MAIOR-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > 99
               GO TO P-SOMA-VALES-FIM.
           IF WS-NATR-VALOR ( WS-IX ) > WS-MAIOR-VALOR
               MOVE WS-NATR-VALOR ( WS-IX ) TO WS-MAIOR-VALOR
               MOVE WS-IX TO WS-MAIOR-NAT.
           GO TO P-SOMA-VALES-MAIOR-LOOP.
       P-SOMA-VALES-FIM.

       P-MOSTRA-NATR.
           ADD 1 TO WS-IX.
           IF WS-IX > 99
               GO TO P-MOSTRA-NATR-FIM.
           IF WS-NATR-VALOR ( WS-IX ) = ZEROS
               GO TO P-MOSTRA-NATR.
           MOVE WS-IX TO NAT-COD.
           READ NATUREZA
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NAT-NOME.
           MOVE WS-NATR-VALOR ( WS-IX ) TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 06) WS-IX " " NAT-NOME " R$ "
               WS-MOSTRA-VALOR.
           ADD 1 TO LIN.
           IF LIN > 17 PERFORM P-PARA-REPOS.
           GO TO P-MOSTRA-NATR.
       P-MOSTRA-NATR-FIM.

       P-MOSTRA-DEP.
           ADD 1 TO WS-IX.
           IF WS-IX > 9
               GO TO P-MOSTRA-DEP-FIM.
           IF WS-DEP-VALOR ( WS-IX ) = ZEROS
               GO TO P-MOSTRA-DEP.
           MOVE WS-IX TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   MOVE "(SEM CAD.)" TO DEPTO-NOME.
           MOVE WS-DEP-VALOR ( WS-IX ) TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 06) WS-IX " " DEPTO-NOME " R$ "
               WS-MOSTRA-VALOR.
           ADD 1 TO LIN.
           IF LIN > 17 PERFORM P-PARA-REPOS.
           GO TO P-MOSTRA-DEP.
       P-MOSTRA-DEP-FIM.

       P-PARA-REPOS.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (06 01) ERASE.
           MOVE 6 TO LIN.

      *-----titulo da reposicao em BCO.DAT------------------------------*
       P-MONTA-TITULO.
           MOVE WS-NUM TO NUM-CHE.
           MOVE FUN-CONTA TO CONTA-CHE.
           MOVE FUN-RESPONSAVEL TO DESCRI-CHE.
           MOVE DIA-E TO DIA-CHE.
           MOVE MES-E TO MES-CHE.
           MOVE ANO-E TO ANO-CHE.
           MOVE ANO-CHE TO ANO-VCTO-CHE.
           MOVE MES-CHE TO MES-VCTO-CHE.
           MOVE DIA-CHE TO DIA-VCTO-CHE.
           MOVE WS-TOTAL TO VALOR-CHE.
           MOVE FUN-DEPTO TO OBS-CHE.
           COMPUTE INSCR-CHE =
               DIA * 1000000 + MES * 10000 + ANO.
           MOVE ZEROS TO RECEBIDO-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE ZEROS TO VALOR-PAGO.
           MOVE FUN-DEPTO TO WS-MF-DEPTO.
           MOVE WS-QTDE TO WS-MF-QTDE.
           MOVE WS-MEMO-FUNDO TO MEMO-CHE.
           MOVE SPACE TO CANCEL-CHE.
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
           MOVE WS-MAIOR-NAT TO NATUREZA-CHE.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = ANO-CHE * 100 + MES-CHE.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.

      *-----fatias por departamento em RATEIO.DAT (como o BANCO06)------*
       P-GRAVA-RATEIO.
           OPEN I-O RATEIO.
           IF FS-RATEIO = "30" OR FS-RATEIO = "35"
               CLOSE RATEIO
               OPEN OUTPUT RATEIO
               CLOSE RATEIO
               OPEN I-O RATEIO.
           MOVE ZEROS TO WS-IX.
           MOVE ZEROS TO WS-RAT-SEQ.
       P-GRAVA-RATEIO-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > 9
               CLOSE RATEIO
               GO TO P-GRAVA-RATEIO-FIM.
           IF WS-DEP-VALOR ( WS-IX ) = ZEROS
               GO TO P-GRAVA-RATEIO-LOOP.
           ADD 1 TO WS-RAT-SEQ.
           MOVE NUM-CHE TO RATEIO-NUM-CHE.
           MOVE WS-RAT-SEQ TO RATEIO-SEQ.
           MOVE WS-IX TO RATEIO-DEPTO.
           MOVE WS-DEP-VALOR ( WS-IX ) TO RATEIO-VALOR.
           WRITE REG-RATEIO INVALID KEY
               REWRITE REG-RATEIO.
           GO TO P-GRAVA-RATEIO-LOOP.
       P-GRAVA-RATEIO-FIM.

      *-----posta o gasto de cada depto no teto e na verba-------------*
       P-POSTA-DEPS.
           ADD 1 TO WS-IX.
           IF WS-IX > 9
               GO TO P-POSTA-DEPS-FIM.
           IF WS-DEP-VALOR ( WS-IX ) = ZEROS
               GO TO P-POSTA-DEPS.
           MOVE WS-IX TO WS-DEPTO-POSTA.
           MOVE WS-DEP-VALOR ( WS-IX ) TO WS-VALOR-POSTA.
           PERFORM P-POSTA-DEPTO.
           GO TO P-POSTA-DEPS.
       P-POSTA-DEPS-FIM.

      *-----posta um valor no teto do departamento, avisando sem--------*
      *-----bloquear se estourou (mesma regra do BANCO06)---------------*
       P-POSTA-DEPTO.
           MOVE WS-DEPTO-POSTA TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   EXIT PARAGRAPH.
           IF DEPTO-MES-REF NOT = MES
               MOVE ZEROS TO DEPTO-GASTO
               MOVE MES TO DEPTO-MES-REF.
           ADD WS-VALOR-POSTA TO DEPTO-GASTO.
           REWRITE REG-DEPTO.
           PERFORM P-ACUMULA-VERBA-ANUAL.
           IF DEPTO-LIMITE > ZEROS AND DEPTO-GASTO > DEPTO-LIMITE
               MOVE DEPTO-LIMITE TO WS-MOSTRA-VALOR
               DISPLAY (21 04) "!! " DEPTO-NOME " ESTOUROU O TETO"
               DISPLAY (22 04) "   Teto R$ " WS-MOSTRA-VALOR
               ACCEPT WS-P
               DISPLAY (21 04) WS-LIMPA
               DISPLAY (22 04) WS-LIMPA.

      *-----------------------------------------------------------*
      * Soma o gasto no realizado do mes de vencimento do titulo, *
      * no plano de verba anual (VERBA.DAT / DEPTO02).            *
      *-----------------------------------------------------------*
       P-ACUMULA-VERBA-ANUAL.
           OPEN I-O VERBA.
           IF FS-VERBA = "30" OR FS-VERBA = "35"
               CLOSE VERBA
               OPEN OUTPUT VERBA
               CLOSE VERBA
               OPEN I-O VERBA.
           MOVE WS-DEPTO-POSTA TO VERBA-DEPTO.
           MOVE ANO-CHE  TO VERBA-ANO.
           READ VERBA
               INVALID KEY
                   PERFORM P-ZERA-VERBA
                   WRITE REG-VERBA.
           MOVE MES-CHE TO WS-VERBA-IDX.
           ADD WS-VALOR-POSTA TO VERBA-GASTO ( WS-VERBA-IDX ).
           REWRITE REG-VERBA.
           CLOSE VERBA.

       P-ZERA-VERBA.
           MOVE WS-DEPTO-POSTA TO VERBA-DEPTO.
           MOVE ANO-CHE  TO VERBA-ANO.
           MOVE ZEROS TO WS-VERBA-IDX.
       P-ZERA-VERBA-LOOP.
           ADD 1 TO WS-VERBA-IDX.
           IF WS-VERBA-IDX > 12
               EXIT PARAGRAPH.
           MOVE ZEROS TO VERBA-PLANO ( WS-VERBA-IDX ).
           MOVE ZEROS TO VERBA-GASTO ( WS-VERBA-IDX ).
           GO TO P-ZERA-VERBA-LOOP.

      *-----amarra os vales nao repostos ao titulo gerado---------------*
       P-MARCA-VALES.
           MOVE FUN-EMPRESA TO VAL-EMPRESA.
           MOVE FUN-DEPTO TO VAL-FUNDO.
           MOVE ZEROS TO VAL-SEQ.
           START VALEFUN KEY IS NOT LESS THAN VAL-CHAVE
               INVALID KEY
                   GO TO P-MARCA-VALES-FIM.
       P-MARCA-VALES-LER.
           READ VALEFUN NEXT RECORD
               AT END
                   GO TO P-MARCA-VALES-FIM.
           IF VAL-EMPRESA NOT = FUN-EMPRESA
                   OR VAL-FUNDO NOT = FUN-DEPTO
               GO TO P-MARCA-VALES-FIM.
           IF VAL-REPOS NOT = SPACES
               GO TO P-MARCA-VALES-LER.
           MOVE WS-EMPRESA-ATUAL TO VAL-REPOS-EMP.
           MOVE NUM-CHE TO VAL-REPOS-CHE.
           MOVE WS-HOJE-AMD TO VAL-REPOS-DATA.
           REWRITE REG-VALEFUN.
           GO TO P-MARCA-VALES-LER.
       P-MARCA-VALES-FIM.

      *-----------------------------------------*
      * Extrato: vales desde a ultima reposicao (os ainda nao
      * repostos) e a conta do dinheiro que deve estar na caixa.
       P-EXTRATO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO34".
           DISPLAY (02 20) " Extrato do Fundo Fixo ".
           DISPLAY (04 04) "Fundo (depto)......=".
           MOVE ZEROS TO WS-FUNDO-E.
           ACCEPT (04 25) WS-FUNDO-E WITH PROMPT AUTO-SKIP.
           IF WS-FUNDO-E = ZEROS
               GO TO P-EXTRATO-FIM.
           PERFORM P-LE-FUNDO.
           IF FUN-RESPONSAVEL = SPACES
               GO TO P-EXTRATO-FIM.
           PERFORM P-SITUACAO-FUNDO.
           MOVE FUN-DEPTO TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   MOVE "(SEM CAD.)" TO DEPTO-NOME.
           MOVE DEPTO-NOME TO TIT-DEPTO.
           MOVE DIA TO TIT-DIA.
           MOVE MES TO TIT-MES.
           MOVE ANO TO TIT-ANO.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           MOVE SPACES TO REG-ARQSAID.
           STRING "  Responsavel: " FUN-RESPONSAVEL
               DELIMITED BY SIZE INTO REG-ARQSAID.
           WRITE REG-ARQSAID.
           IF FUN-REPOS-CHE NOT = SPACES
               MOVE FUN-REPOS-DATA TO WS-AMD-BUF
               PERFORM P-AMD-P-DMA
               MOVE SPACES TO REG-ARQSAID
               STRING "  Ultima reposicao: titulo " FUN-REPOS-CHE
                   " em " DIA-E "/" MES-E "/" ANO-E
                   DELIMITED BY SIZE INTO REG-ARQSAID
               WRITE REG-ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CABEC.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 02) LINHA-TITULO.
           DISPLAY (02 02) LINHA-CABEC.
           MOVE 3 TO LIN.
           MOVE ZEROS TO WS-TOTAL.
           MOVE ZEROS TO WS-QTDE.
           MOVE FUN-EMPRESA TO VAL-EMPRESA.
           MOVE FUN-DEPTO TO VAL-FUNDO.
           MOVE ZEROS TO VAL-SEQ.
           START VALEFUN KEY IS NOT LESS THAN VAL-CHAVE
               INVALID KEY
                   GO TO P-EXTRATO-TOTAIS.
       P-EXTRATO-LER.
           READ VALEFUN NEXT RECORD
               AT END
                   GO TO P-EXTRATO-TOTAIS.
           IF VAL-EMPRESA NOT = FUN-EMPRESA
                   OR VAL-FUNDO NOT = FUN-DEPTO
               GO TO P-EXTRATO-TOTAIS.
           IF VAL-REPOS NOT = SPACES
               GO TO P-EXTRATO-LER.
           ADD 1 TO WS-QTDE.
           ADD VAL-VALOR TO WS-TOTAL.
           MOVE VAL-SEQ TO SEQ-DET.
           MOVE VAL-DATA TO WS-AMD-BUF.
           MOVE DIA-AB TO DIA-DET.
           MOVE MES-AB TO MES-DET.
           MOVE ANO-AB TO ANO-DET.
           MOVE VAL-RECIBO TO RECIBO-DET.
           MOVE VAL-NATUREZA TO NAT-COD.
           READ NATUREZA
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NAT-NOME.
           MOVE NAT-NOME TO NAT-DET.
           MOVE VAL-DEPTO TO DEPTO-COD.
           READ DEPTO
               INVALID KEY
                   MOVE "(SEM CAD.)" TO DEPTO-NOME.
           MOVE DEPTO-NOME TO DEPTO-DET.
           MOVE VAL-VALOR TO VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           DISPLAY (LIN, 02) LINHA-DET.
           ADD 1 TO LIN.
           IF VAL-HISTORICO NOT = SPACES
               MOVE VAL-HISTORICO TO HIST-DET
               WRITE REG-ARQSAID FROM LINHA-HIST-DET
               DISPLAY (LIN, 02) LINHA-HIST-DET
               ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.
           GO TO P-EXTRATO-LER.
       P-EXTRATO-TOTAIS.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           IF LIN > 15 PERFORM P-PARA.
           MOVE "Valor autorizado do fundo" TO RES-DESCR-DET.
           MOVE FUN-VALOR TO RES-VALOR-DET.
           PERFORM P-EXTRATO-RESUMO.
           MOVE SPACES TO RES-DESCR-DET.
           STRING "(-) Vales desde a ultima reposicao ("
               WS-QTDE ")" DELIMITED BY SIZE INTO RES-DESCR-DET.
           MOVE WS-TOTAL TO RES-VALOR-DET.
           PERFORM P-EXTRATO-RESUMO.
           IF REPOS-ABERTA-88
               MOVE SPACES TO RES-DESCR-DET
               STRING "(-) Reposicao " FUN-REPOS-CHE
                   " ainda nao paga" DELIMITED BY SIZE
                   INTO RES-DESCR-DET
               MOVE WS-REPOS-A-RECEBER TO RES-VALOR-DET
               PERFORM P-EXTRATO-RESUMO.
           MOVE "(=) Dinheiro que deve estar na caixa" TO
               RES-DESCR-DET.
           MOVE WS-CAIXA TO RES-VALOR-DET.
           PERFORM P-EXTRATO-RESUMO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           IF WS-CAIXA < FUN-MINIMO
               DISPLAY (21 04) "!! CAIXA ABAIXO DO MINIMO - FACA A "
                   "REPOSICAO (OPCAO 4) !!".
           DISPLAY (22 02) "Extrato gravado em BANCO34.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-EXTRATO-FIM.

       P-EXTRATO-RESUMO.
           WRITE REG-ARQSAID FROM LINHA-RESUMO.
           DISPLAY (LIN, 02) LINHA-RESUMO.
           ADD 1 TO LIN.

      *-----------------------------------------*
      * Posicao: todos os fundos da empresa, com o caixa esperado
      * e a marca dos que estao abaixo do minimo.
       P-POSICAO.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 02) "Depto Responsavel          Autorizado"
               "          Caixa".
           MOVE 3 TO LIN.
           MOVE WS-EMPRESA-ATUAL TO FUN-EMPRESA.
           MOVE ZEROS TO FUN-DEPTO.
           START FUNDO KEY IS NOT LESS THAN FUN-CHAVE
               INVALID KEY
                   GO TO P-POSICAO-FIM.
       P-POSICAO-LER.
           READ FUNDO NEXT RECORD
               AT END
                   GO TO P-POSICAO-FIM.
           IF FUN-EMPRESA NOT = WS-EMPRESA-ATUAL
               GO TO P-POSICAO-FIM.
           PERFORM P-SITUACAO-FUNDO.
           DISPLAY (LIN, 02) FUN-DEPTO.
           DISPLAY (LIN, 08) FUN-RESPONSAVEL.
           MOVE FUN-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 29) WS-MOSTRA-VALOR.
           MOVE WS-CAIXA TO WS-MOSTRA-CAIXA.
           DISPLAY (LIN, 44) WS-MOSTRA-CAIXA.
           IF FUN-ENCERRADO
               DISPLAY (LIN, 60) "ENCERRADO"
           ELSE
               IF WS-CAIXA < FUN-MINIMO
                   DISPLAY (LIN, 60) "REPOR".
           ADD 1 TO LIN.
           IF LIN > 20 PERFORM P-PARA.
           GO TO P-POSICAO-LER.
       P-POSICAO-FIM.
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (03 01) ERASE.
           MOVE 3 TO LIN.

      *-----data AAAAMMDD (WS-AMD-BUF) p/ DD/MM/AAAA na tela------------*
       P-AMD-P-DMA.
           MOVE DIA-AB TO DIA-E.
           MOVE MES-AB TO MES-E.
           MOVE ANO-AB TO ANO-E.

      *-----------------------------------------*
      * Proximo numero livre na faixa de titulos (5000-9999) do
      * ano corrente - mesmo criterio do BANCO06.
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

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE ANO-DOS TO WS-ANO2.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.

      *-----------------------------------------------------------*
      * Diario de inclusao em HIST.DAT (operacao "I"), como o      *
      * BANCO06 grava nas inclusoes manuais.                       *
      *-----------------------------------------------------------*
       P-GRAVA-HIST-INCLUSAO.
           OPEN EXTEND HIST.
           IF FS-HIST = "30" OR FS-HIST = "35"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           MOVE NUM-CHE        TO HIST-NUM-CHE.
           MOVE "I"            TO HIST-OPERACAO.
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
           MOVE WS-OPER-ATUAL  TO HIST-OPER-COD.
           MOVE WS-EMPRESA-ATUAL TO HIST-EMPRESA.
           WRITE REG-HIST.
           CLOSE HIST.

       P-BCO-OCUPADO.
           DISPLAY (21 04) "!! REGISTRO EM USO POR OUTRO TERMINAL !!".
           DISPLAY (23 04) "Tecle < ENTER > para tentar novamente".
           ACCEPT WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.

      *-----------------------------------------------------------*
      * Trava de periodo (TRAVA.DAT / BANCO65): mes ja entregue   *
      * ao contador nao aceita mais movimento. P-LE-TRAVA carrega *
      * o fechado-ate; P-TESTA-TRAVA recebe ano/mes em            *
      * WS-TESTA-AM (AAAAMM) e acende PERIODO-FECHADO-88 quando   *
      * a data cai dentro do periodo fechado.                     *
      *-----------------------------------------------------------*
       P-LE-TRAVA.
           MOVE ZEROS TO WS-TRAVA-AM.
           OPEN INPUT TRAVA.
           IF FS-TRAVA NOT = "00"
               CLOSE TRAVA
               EXIT PARAGRAPH.
           READ TRAVA NEXT RECORD
               AT END
                   CLOSE TRAVA
                   EXIT PARAGRAPH.
           COMPUTE WS-TRAVA-AM = TRAVA-ANO * 100 + TRAVA-MES.
           CLOSE TRAVA.

       P-TESTA-TRAVA.
           MOVE "N" TO WS-PERIODO-FECHADO.
           IF WS-TRAVA-AM = ZEROS
               EXIT PARAGRAPH.
           IF WS-TESTA-AM NOT > WS-TRAVA-AM
               MOVE "S" TO WS-PERIODO-FECHADO.

       P-FIM.
           CLOSE FUNDO VALEFUN NATUREZA DEPTO.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

      *-----------------------------------------------------------*
      * Empresa da sessao (SESSAO.DAT): qual movimento abrir, quem *
      * esta logado e o nivel dele (2 = supervisor mexe no         *
      * cadastro do fundo).                                        *
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
           IF SESSAO-ARQ-BCO NOT = SPACES
               MOVE SESSAO-ARQ-BCO TO WS-ARQ-BCO.
           MOVE SESSAO-EMPRESA-COD TO WS-EMPRESA-ATUAL.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-NIVEL TO WS-OPER-NIVEL.
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
