       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECEB09.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    CREDIARIO - VENDA PARCELADA COM CARNE
      *    O cliente do bairro que compra em 10 vezes obrigava a
      *    digitar cada parcela no RECEB01 como um recebivel solto,
      *    sem nada dizendo que eram a mesma compra. <1> Venda no
      *    crediario: cliente, valor total, entrada, numero de
      *    parcelas e 1o vencimento - gera em RECEBER.DAT a entrada
      *    (ja recebida no ato, entra no caixa do dia) e as
      *    parcelas mes a mes, com numeros seguidos e amarradas
      *    pela venda (ver RECEBMAST), respeitando a trava de
      *    CLI-LIMITE sobre o aberto do cliente (como no RECEB01),
      *    e imprime o carne: um canhoto por parcela com cliente,
      *    numero, vencimento e valor (RECEB09.TXT). <2> Reimprime
      *    o carne das parcelas ainda em aberto de uma venda. <3>
      *    Parcelas do cliente: cada venda no crediario com pagas,
      *    restantes, saldo e proximo vencimento - a resposta ao
      *    balcao. A parcela e recebida no RECEB01 (opcao <2>), que
      *    mostra qual parcela de qual venda esta sendo paga. Menu
      *    do RECEB01, opcao <13>.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-CLI.
           SELECT EMPRESA   ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EMPRESA-COD
                  FILE STATUS  IS FS-EMPRESA.
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
       COPY RECEBMAST.

       COPY CLIMAST.

       COPY EMPRESA.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "RECEB09.TXT".
       01 REG-ARQSAID           PIC X(80).

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
      *-----ano em 2 digitos p/ a faixa do REC-NUM (AAMMMM)-------------*
       77 WS-ANO2              PIC 99 VALUE ZEROS.
       77 FS-REC                PIC XX.
       77 FS-CLI                PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 FS-SESSAO             PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-EMP-NOME           PIC X(24) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CODIGO            PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR2     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-CLI                PIC 9(04) VALUE ZEROS.
       77 WS-CLI-NOME           PIC X(20) VALUE SPACES.
       77 WS-CLI-DOC            PIC X(18) VALUE SPACES.
      *-----aberto do cliente em RECEBER.DAT p/ a trava de limite------*
       77 WS-ABERTO-CLI         PIC 9(11)V99 VALUE ZEROS.

      *-----a venda: total, entrada, financiado e as parcelas----------*
       77 WS-CRED-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-ENTRADA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-FINANC        PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-QTDE          PIC 99 VALUE ZEROS.
       77 WS-CRED-PARC          PIC 99 VALUE ZEROS.
      *-----parcela cheia (truncada no centavo) e a 1a, que leva a----*
      *-----sobra do arredondamento-------------------------------------*
       77 WS-PARC-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WS-PARC-PRIM          PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-MEMO          PIC X(30) VALUE SPACES.
       77 WS-CRED-VENDA         PIC X(06) VALUE SPACES.
       77 WS-QTDE-CANHOTOS      PIC 99 VALUE ZEROS.

      *-----1o vencimento digitado e o vencimento da parcela corrente--*
       01 WS-VCTO-1.
           03 WS-V1-DIA         PIC 99.
           03 WS-V1-MES         PIC 99.
           03 WS-V1-ANO         PIC 9(04).
       01 WS-VCTO-COMP.
           03 WS-VC-ANO         PIC 9(04).
           03 WS-VC-MES         PIC 99.
           03 WS-VC-DIA         PIC 99.
       01 WS-VCTO-PARC.
           03 WS-VP-DIA         PIC 99.
           03 WS-VP-MES         PIC 99.
           03 WS-VP-ANO         PIC 9(04).
       77 WS-MESES              PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DIA            PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO-DIV       PIC 9(04) VALUE ZEROS.
       77 WS-BISSEXTO-RESTO     PIC 9 VALUE ZEROS.
      *-----dias de cada mes (fevereiro acerta no bissexto)------------*
       01 WS-TAB-DIAS-INIC.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 28.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
       01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-INIC.
           02 WS-TAB-DIAS-V     PIC 99 OCCURS 12 TIMES.

      *-----numeracao propria: AA + sequencial 0001-9999-----------------*
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-R REDEFINES WS-NUM.
           03 WS-NUM-ANO         PIC 99.
           03 WS-NUM-SEQ         PIC 9(04).
       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
       01 WS-CHAVE-BUF-R REDEFINES WS-CHAVE-BUF.
           03 WS-CHAVE-ANO      PIC 99.
           03 WS-CHAVE-SEQ      PIC 9(04).
       77 WS-ULT-SEQ            PIC 9(05) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.
       01 WS-DATA-INSC.
           03 DIA-INSC         PIC 99.
           03 MES-INSC         PIC 99.
           03 ANO-INSC         PIC 9(04).

      *-----consulta do cliente: acumulado da venda corrente-----------*
       77 WS-CONS-VENDA         PIC X(06) VALUE SPACES.
       77 WS-CONS-QTDE          PIC 99 VALUE ZEROS.
       77 WS-CONS-PAGAS         PIC 99 VALUE ZEROS.
       77 WS-CONS-RESTA         PIC 99 VALUE ZEROS.
       77 WS-CONS-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONS-SALDO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONS-INSCR         PIC 9(08) VALUE ZEROS.
       77 WS-CONS-PROX          PIC 9(08) VALUE ZEROS.
       77 WS-CONS-VENDAS        PIC 9(03) VALUE ZEROS.
       77 WS-CONS-SALDO-GER     PIC 9(11)V99 VALUE ZEROS.
       01 WS-DATA-EDIT.
           03 WS-DE-DIA         PIC 99.
           03 WS-DE-MES         PIC 99.
           03 WS-DE-ANO         PIC 9(04).
       01 WS-DATA-EDIT-N REDEFINES WS-DATA-EDIT PIC 9(08).

      *-----canhoto do carne: traco + quatro linhas por parcela--------*
       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "=".
       01 LINHA-CAR-1.
           02 F PIC X(02) VALUE SPACES.
           02 CAR-EMPRESA      PIC X(24).
           02 F PIC X(17) VALUE "  Carne  Venda   ".
           02 CAR-VENDA        PIC X(06).
           02 F PIC X(11) VALUE "  Parcela  ".
           02 CAR-PARC         PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CAR-QTDE         PIC 99.
       01 LINHA-CAR-2.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(09) VALUE "Cliente: ".
           02 CAR-CLI-COD      PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 CAR-CLIENTE      PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 CAR-CLI-DOC      PIC X(18).
       01 LINHA-CAR-3.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(12) VALUE "Vencimento: ".
           02 CAR-DIA          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CAR-MES          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CAR-ANO          PIC 9(04).
           02 F PIC X(12) VALUE "  Valor R$  ".
           02 CAR-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(09) VALUE "  Docto. ".
           02 CAR-NUM          PIC X(06).
       01 LINHA-CAR-4.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(36)
               VALUE "Pago em ____/____/______  Visto loja".
           02 F PIC X(14) VALUE " _____________".

      *-----consulta: uma linha por venda no crediario-----------------*
       01 LINHA-CONS-CAB.
           02 F PIC X(40)
               VALUE "Venda  Data          Total R$ Parc Pagas".
           02 F PIC X(36)
               VALUE " Resta      Saldo R$ Prox.Venc.".
       01 LINHA-CONS.
           02 CONS-VENDA       PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 CONS-DATA        PIC 99/99/9999.
           02 F PIC X(01) VALUE SPACES.
           02 CONS-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 CONS-QTDE        PIC Z9.
           02 F PIC X(04) VALUE SPACES.
           02 CONS-PAGAS       PIC Z9.
           02 F PIC X(04) VALUE SPACES.
           02 CONS-RESTA       PIC Z9.
           02 F PIC X(01) VALUE SPACES.
           02 CONS-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 CONS-PROX        PIC 99/99/9999.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "RECEB09" BLINK.
           02 LINE 02 COLUMN 20 VALUE " Crediario - Venda Parcelada "
               BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Venda no Crediario".
           02 LINE 06 COLUMN 04 VALUE "<2> Reimprimir Carne".
           02 LINE 07 COLUMN 04 VALUE "<3> Parcelas do Cliente".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-VENDA.
           02 LINE 02 COLUMN 20 VALUE " Venda no Crediario ".
           02 LINE 05 COLUMN 04 VALUE "Cliente............=".
           02 LINE 06 COLUMN 04 VALUE "Valor Total R$.....=".
           02 LINE 07 COLUMN 04 VALUE "Entrada R$.........=".
           02 LINE 08 COLUMN 04 VALUE "Parcelas (1-24)....=".
           02 LINE 09 COLUMN 04 VALUE "1o Vencimento......=".
           02 LINE 10 COLUMN 04 VALUE "Mercadoria/Memo....=".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           PERFORM P-LE-EMPRESA.
           OPEN I-O RECEBER.
           IF FS-REC = "30" OR "35"
               CLOSE RECEBER
               OPEN OUTPUT RECEBER
               CLOSE RECEBER
               OPEN I-O RECEBER.
           OPEN INPUT CLIENTE.
           IF FS-CLI NOT = "00"
               DISPLAY (22 04) "!! CLIENTE.DAT NAO ENCONTRADO (RECEB02)"
               ACCEPT WS-P
               CLOSE RECEBER CLIENTE
               DISPLAY (01 01) ERASE
               CHAIN "RECEB01.COM".
           PERFORM P-HOJE.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-VENDA THRU P-VENDA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-REIMPRIME THRU P-REIMPRIME-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
      * Venda no crediario: pede a venda, confere limite e
      * numeracao, grava entrada + parcelas e imprime o carne.
       P-VENDA.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-VENDA.
       P-VENDA-CLI.
           DISPLAY (05 50) "<0> Desiste".
           ACCEPT (05 25) WS-CLI WITH PROMPT AUTO-SKIP.
           DISPLAY (05 50) WS-LIMPA.
           IF WS-CLI = ZEROS
               GO TO P-VENDA-FIM.
           MOVE WS-CLI TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! CLIENTE NAO CADASTRADO !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-VENDA-CLI.
           IF CLI-INATIVO
               DISPLAY (22 04) "!! CLIENTE INATIVO !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VENDA-CLI.
           DISPLAY (05 31) CLI-NOME.
           MOVE CLI-NOME TO WS-CLI-NOME.
           MOVE CLI-CPF-CNPJ TO WS-CLI-DOC.
           MOVE ZEROS TO WS-CRED-TOTAL.
           ACCEPT (06 25) WS-CRED-TOTAL WITH PROMPT AUTO-SKIP.
           IF WS-CRED-TOTAL = ZEROS
               GO TO P-VENDA-FIM.
       P-VENDA-ENTRADA.
           MOVE ZEROS TO WS-CRED-ENTRADA.
           ACCEPT (07 25) WS-CRED-ENTRADA WITH PROMPT AUTO-SKIP.
           IF WS-CRED-ENTRADA NOT < WS-CRED-TOTAL
               DISPLAY (22 04) "!! ENTRADA DEVE SER MENOR QUE O TOTAL"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VENDA-ENTRADA.
           COMPUTE WS-CRED-FINANC = WS-CRED-TOTAL - WS-CRED-ENTRADA.
       P-VENDA-QTDE.
           ACCEPT (08 25) WS-CRED-QTDE WITH PROMPT AUTO-SKIP.
           IF WS-CRED-QTDE = ZEROS
               GO TO P-VENDA-FIM.
           IF WS-CRED-QTDE > 24
               DISPLAY (22 04) "!! NO MAXIMO 24 PARCELAS !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VENDA-QTDE.
       P-VENDA-VCTO.
           DISPLAY (09 25) "  /  /  ".
           ACCEPT (09 25) WS-V1-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (09 28) WS-V1-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (09 31) WS-V1-ANO WITH PROMPT AUTO-SKIP.
           IF WS-V1-DIA = ZEROS
               GO TO P-VENDA-FIM.
           MOVE WS-V1-ANO TO WS-VC-ANO.
           MOVE WS-V1-MES TO WS-VC-MES.
           MOVE WS-V1-DIA TO WS-VC-DIA.
           IF WS-V1-MES < 1 OR WS-V1-MES > 12 OR WS-V1-DIA > 31
                   OR WS-VCTO-COMP NOT > WS-DATA
               DISPLAY (22 04) "!! 1o VENCIMENTO INVALIDO/JA PASSADO"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VENDA-VCTO.
           MOVE SPACES TO WS-CRED-MEMO.
           ACCEPT (10 25) WS-CRED-MEMO WITH PROMPT.
           IF WS-CRED-MEMO = SPACES
               MOVE "CREDIARIO" TO WS-CRED-MEMO.
      *     parcela cheia truncada no centavo; a sobra vai na 1a
           COMPUTE WS-PARC-VALOR = WS-CRED-FINANC / WS-CRED-QTDE.
           COMPUTE WS-PARC-PRIM = WS-CRED-FINANC
               - ( WS-PARC-VALOR * ( WS-CRED-QTDE - 1 ) ).
           MOVE WS-CRED-FINANC TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Financiado R$ " WS-MOSTRA-VALOR.
           MOVE WS-PARC-VALOR TO WS-MOSTRA-VALOR.
           MOVE WS-PARC-PRIM TO WS-MOSTRA-VALOR2.
           DISPLAY (13 04) WS-CRED-QTDE " parcela(s) de R$ "
               WS-MOSTRA-VALOR " (1a R$ " WS-MOSTRA-VALOR2 ")".
      *     Trava de limite de credito, mesma do RECEB01: aberto do
      *     cliente + o que fica financiado nao passa de CLI-LIMITE
      *     (zeros = sem limite). A entrada e paga no ato e nao
      *     pesa no limite.
           IF CLI-LIMITE NOT = ZEROS
               PERFORM P-ABERTO-CLI THRU P-ABERTO-CLI-FIM
               IF WS-ABERTO-CLI + WS-CRED-FINANC > CLI-LIMITE
                   MOVE WS-ABERTO-CLI TO WS-MOSTRA-VALOR
                   DISPLAY (22 04) "!! LIMITE ESTOURADO - ABERTO R$ "
                       WS-MOSTRA-VALOR " !!"
                   ACCEPT WS-P
                   DISPLAY (22 04) WS-LIMPA
                   GO TO P-VENDA-FIM
               END-IF
           END-IF.
      *     as parcelas precisam de numeros seguidos dentro do ano
           PERFORM P-PROXIMO-NUM THRU P-PROXIMO-NUM-FIM.
           ADD WS-CRED-QTDE TO WS-ULT-SEQ.
           IF WS-CRED-ENTRADA NOT = ZEROS
               ADD 1 TO WS-ULT-SEQ.
           IF WS-ULT-SEQ > 9999
               DISPLAY (22 04) "!! NUMERACAO DO ANO ESGOTADA !!"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VENDA-FIM.
           MOVE WS-NUM TO WS-CRED-VENDA.
           DISPLAY (15 04) "Venda numero " WS-CRED-VENDA
               " - confirma (S/N)?".
           MOVE SPACE TO WS-P.
           ACCEPT (15 42) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-VENDA-FIM.
           MOVE DIA TO DIA-INSC.
           MOVE MES TO MES-INSC.
           MOVE ANO TO ANO-INSC.
           IF WS-CRED-ENTRADA NOT = ZEROS
               PERFORM P-GRAVA-ENTRADA THRU P-GRAVA-ENTRADA-FIM.
           MOVE 1 TO WS-CRED-PARC.
           PERFORM P-GRAVA-PARCELA THRU P-GRAVA-PARCELA-FIM
               WS-CRED-QTDE TIMES.
           PERFORM P-IMPRIME-CARNE THRU P-IMPRIME-CARNE-FIM.
           DISPLAY (17 04) "Venda " WS-CRED-VENDA " gravada, "
               WS-QTDE-CANHOTOS " canhoto(s) em RECEB09.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-VENDA-FIM.

      *-----a entrada: recebivel ja recebido hoje, parcela 00 - entra--*
      *-----no caixa do dia (BANCO36) como qualquer recebimento--------*
       P-GRAVA-ENTRADA.
           PERFORM P-MONTA-REC.
           MOVE ZEROS TO REC-CRED-PARC.
           MOVE "E" TO REC-CRED-TIPO.
           MOVE DIA TO REC-DIA.
           MOVE MES TO REC-MES.
           MOVE ANO TO REC-ANO.
           MOVE WS-CRED-ENTRADA TO REC-VALOR.
           MOVE WS-DATA-INSC TO REC-DATA-RECEB.
           MOVE WS-CRED-ENTRADA TO REC-VALOR-RECEB.
           WRITE REG-RECEBER INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE " REC-NUM
               ACCEPT WS-P.
           ADD 1 TO WS-NUM-SEQ.
       P-GRAVA-ENTRADA-FIM.

      *-----uma parcela: vencimento no mesmo dia do 1o, mes a mes------*
       P-GRAVA-PARCELA.
           PERFORM P-MONTA-REC.
           MOVE WS-CRED-PARC TO REC-CRED-PARC.
           MOVE "C" TO REC-CRED-TIPO.
           PERFORM P-VCTO-PARCELA.
           MOVE WS-VP-DIA TO REC-DIA.
           MOVE WS-VP-MES TO REC-MES.
           MOVE WS-VP-ANO TO REC-ANO.
           IF WS-CRED-PARC = 1
               MOVE WS-PARC-PRIM TO REC-VALOR
           ELSE
               MOVE WS-PARC-VALOR TO REC-VALOR.
           MOVE ZEROS TO REC-DATA-RECEB.
           MOVE ZEROS TO REC-VALOR-RECEB.
           WRITE REG-RECEBER INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE " REC-NUM
               ACCEPT WS-P.
           ADD 1 TO WS-NUM-SEQ.
           ADD 1 TO WS-CRED-PARC.
       P-GRAVA-PARCELA-FIM.

      *-----campos comuns a entrada e as parcelas da venda-------------*
       P-MONTA-REC.
           MOVE WS-NUM TO REC-NUM.
           MOVE WS-CLI TO REC-CLI-COD.
           MOVE WS-CRED-VENDA TO REC-CRED-VENDA.
           MOVE WS-CRED-QTDE TO REC-CRED-QTDE.
           MOVE WS-CRED-MEMO TO REC-MEMO.
           MOVE WS-DATA-INSC TO REC-INSCR.
           MOVE SPACE TO REC-CANCEL.
           MOVE ZEROS TO REC-AVISO-NIVEL.
           MOVE ZEROS TO REC-AVISO-DATA.
           MOVE SPACE TO REC-PROTESTO.
           MOVE ZEROS TO REC-PROTESTO-DATA.
           MOVE SPACES TO REC-PIX-E2E.
           MOVE SPACE TO REC-PERDA.
           MOVE ZEROS TO REC-PERDA-DATA.
           MOVE SPACES TO REC-PERDA-MOTIVO.
           MOVE ZEROS TO REC-JUROS-RECEB.

      *-----vencimento da parcela WS-CRED-PARC: 1o vencimento + n-1----*
      *-----meses; dia 29/30/31 cai no ultimo dia do mes curto---------*
       P-VCTO-PARCELA.
           COMPUTE WS-MESES = WS-V1-MES + WS-CRED-PARC - 2.
           DIVIDE WS-MESES BY 12 GIVING WS-VP-ANO
               REMAINDER WS-VP-MES.
           ADD 1 TO WS-VP-MES.
           ADD WS-V1-ANO TO WS-VP-ANO.
           MOVE WS-TAB-DIAS-V(WS-VP-MES) TO WS-ULT-DIA.
           IF WS-VP-MES = 2
               DIVIDE WS-VP-ANO BY 4 GIVING WS-BISSEXTO-DIV
                   REMAINDER WS-BISSEXTO-RESTO
               IF WS-BISSEXTO-RESTO = 0
                   MOVE 29 TO WS-ULT-DIA
               END-IF
           END-IF.
           IF WS-V1-DIA > WS-ULT-DIA
               MOVE WS-ULT-DIA TO WS-VP-DIA
           ELSE
               MOVE WS-V1-DIA TO WS-VP-DIA.

      *-----------------------------------------*
      * Carne da venda WS-CRED-VENDA em RECEB09.TXT: um canhoto por
      * parcela ainda em aberto (na venda nova, todas).
       P-IMPRIME-CARNE.
           MOVE ZEROS TO WS-QTDE-CANHOTOS.
           OPEN OUTPUT ARQSAID.
           MOVE WS-CRED-VENDA TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-IMPRIME-CARNE-FECHA.
       P-IMPRIME-CARNE-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-IMPRIME-CARNE-FECHA.
           IF REC-CRED-VENDA NOT = WS-CRED-VENDA
               GO TO P-IMPRIME-CARNE-FECHA.
           IF NOT REC-CRED-PARCELA
               GO TO P-IMPRIME-CARNE-LER.
           IF REC-CANCELADO OR REC-EM-PERDA
               GO TO P-IMPRIME-CARNE-LER.
           IF REC-DATA-RECEB NOT = ZEROS
               GO TO P-IMPRIME-CARNE-LER.
           MOVE WS-EMP-NOME TO CAR-EMPRESA.
           MOVE REC-CRED-VENDA TO CAR-VENDA.
           MOVE REC-CRED-PARC TO CAR-PARC.
           MOVE REC-CRED-QTDE TO CAR-QTDE.
           MOVE REC-CLI-COD TO CAR-CLI-COD.
           MOVE WS-CLI-NOME TO CAR-CLIENTE.
           MOVE WS-CLI-DOC TO CAR-CLI-DOC.
           MOVE REC-DIA TO CAR-DIA.
           MOVE REC-MES TO CAR-MES.
           MOVE REC-ANO TO CAR-ANO.
           MOVE REC-VALOR TO CAR-VALOR.
           MOVE REC-NUM TO CAR-NUM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CAR-1.
           WRITE REG-ARQSAID FROM LINHA-CAR-2.
           WRITE REG-ARQSAID FROM LINHA-CAR-3.
           WRITE REG-ARQSAID FROM LINHA-CAR-4.
           ADD 1 TO WS-QTDE-CANHOTOS.
           GO TO P-IMPRIME-CARNE-LER.
       P-IMPRIME-CARNE-FECHA.
           IF WS-QTDE-CANHOTOS > ZEROS
               WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
       P-IMPRIME-CARNE-FIM.

      *-----------------------------------------*
      * Segunda via do carne: o numero de qualquer registro da
      * venda serve - sai so o que ainda esta em aberto.
       P-REIMPRIME.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Venda/Docto (0=Sai)=".
           ACCEPT (02 25) WS-CODIGO WITH PROMPT AUTO-SKIP.
           IF WS-CODIGO = ZEROS
               GO TO P-REIMPRIME-FIM.
           MOVE WS-CODIGO TO REC-NUM.
           READ RECEBER
               INVALID KEY
                   DISPLAY (22 04) "!! NUMERO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-REIMPRIME-FIM.
           IF NOT REC-CRED-PARCELA AND NOT REC-CRED-ENTRADA
               DISPLAY (22 04) "!! RECEBIVEL NAO E DE CREDIARIO !!"
               ACCEPT WS-P
               GO TO P-REIMPRIME-FIM.
           MOVE REC-CRED-VENDA TO WS-CRED-VENDA.
           PERFORM P-DADOS-CLI.
           DISPLAY (03 04) "Venda " WS-CRED-VENDA " - " WS-CLI-NOME.
           PERFORM P-IMPRIME-CARNE THRU P-IMPRIME-CARNE-FIM.
           DISPLAY (05 04) WS-QTDE-CANHOTOS
               " canhoto(s) em aberto em RECEB09.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-REIMPRIME-FIM.

      *-----------------------------------------*
      * Parcelas do cliente: uma linha por venda no crediario, com
      * pagas, restantes, saldo e proximo vencimento. As parcelas
      * de uma venda tem numeros seguidos - a quebra e por venda.
       P-CONSULTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Cliente (0=Sai)....=".
           ACCEPT (02 25) WS-CLI WITH PROMPT AUTO-SKIP.
           IF WS-CLI = ZEROS
               GO TO P-CONSULTA-FIM.
           MOVE WS-CLI TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! CLIENTE NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-CONSULTA-FIM.
           DISPLAY (02 31) CLI-NOME.
           DISPLAY (04 02) LINHA-CONS-CAB.
           MOVE 5 TO LIN.
           MOVE SPACES TO WS-CONS-VENDA.
           MOVE ZEROS TO WS-CONS-VENDAS.
           MOVE ZEROS TO WS-CONS-SALDO-GER.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-CONSULTA-TOTAL.
       P-CONSULTA-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-CONSULTA-TOTAL.
           IF REC-CLI-COD NOT = WS-CLI
               GO TO P-CONSULTA-LER.
           IF NOT REC-CRED-PARCELA AND NOT REC-CRED-ENTRADA
               GO TO P-CONSULTA-LER.
           IF REC-CRED-VENDA NOT = WS-CONS-VENDA
               PERFORM P-CONSULTA-QUEBRA
               MOVE REC-CRED-VENDA TO WS-CONS-VENDA
               MOVE REC-CRED-QTDE TO WS-CONS-QTDE
               MOVE REC-INSCR TO WS-CONS-INSCR
               MOVE ZEROS TO WS-CONS-PAGAS WS-CONS-RESTA
                   WS-CONS-TOTAL WS-CONS-SALDO WS-CONS-PROX.
           IF REC-CANCELADO
               GO TO P-CONSULTA-LER.
           ADD REC-VALOR TO WS-CONS-TOTAL.
           IF REC-CRED-ENTRADA
               GO TO P-CONSULTA-LER.
           IF REC-DATA-RECEB NOT = ZEROS
               ADD 1 TO WS-CONS-PAGAS
               GO TO P-CONSULTA-LER.
           IF REC-EM-PERDA
               GO TO P-CONSULTA-LER.
           ADD 1 TO WS-CONS-RESTA.
           ADD REC-VALOR TO WS-CONS-SALDO.
           IF WS-CONS-PROX = ZEROS
               MOVE REC-DIA TO WS-DE-DIA
               MOVE REC-MES TO WS-DE-MES
               MOVE REC-ANO TO WS-DE-ANO
               MOVE WS-DATA-EDIT-N TO WS-CONS-PROX.
           GO TO P-CONSULTA-LER.
       P-CONSULTA-TOTAL.
           PERFORM P-CONSULTA-QUEBRA.
           MOVE WS-CONS-SALDO-GER TO WS-MOSTRA-VALOR.
           DISPLAY (21 02) WS-CONS-VENDAS
               " venda(s) no crediario, saldo devedor R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-CONSULTA-FIM.

      *-----fecha a venda anterior: uma linha na tela-------------------*
       P-CONSULTA-QUEBRA.
           IF WS-CONS-VENDA = SPACES
               EXIT PARAGRAPH.
           ADD 1 TO WS-CONS-VENDAS.
           ADD WS-CONS-SALDO TO WS-CONS-SALDO-GER.
           MOVE WS-CONS-VENDA TO CONS-VENDA.
           MOVE WS-CONS-INSCR TO CONS-DATA.
           MOVE WS-CONS-TOTAL TO CONS-TOTAL.
           MOVE WS-CONS-QTDE TO CONS-QTDE.
           MOVE WS-CONS-PAGAS TO CONS-PAGAS.
           MOVE WS-CONS-RESTA TO CONS-RESTA.
           MOVE WS-CONS-SALDO TO CONS-SALDO.
           MOVE WS-CONS-PROX TO CONS-PROX.
           DISPLAY (LIN, 02) LINHA-CONS.
           ADD 1 TO LIN.
           IF LIN > 19 PERFORM P-PARA.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (05 00) ERASE.
           MOVE 5 TO LIN.

      *-----soma do que o cliente ja deve em aberto (RECEBER.DAT)------*
      *-----p/ a trava de limite de credito - mesmo criterio do--------*
      *-----RECEB01----------------------------------------------------*
       P-ABERTO-CLI.
           MOVE ZEROS TO WS-ABERTO-CLI.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-ABERTO-CLI-FIM.
       P-ABERTO-CLI-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-ABERTO-CLI-FIM.
           IF REC-CANCELADO
               GO TO P-ABERTO-CLI-LER.
           IF REC-DATA-RECEB NOT = ZEROS
               GO TO P-ABERTO-CLI-LER.
           IF REC-EM-PERDA
               GO TO P-ABERTO-CLI-LER.
           IF REC-CLI-COD NOT = WS-CLI
               GO TO P-ABERTO-CLI-LER.
           ADD REC-VALOR TO WS-ABERTO-CLI.
           GO TO P-ABERTO-CLI-LER.
       P-ABERTO-CLI-FIM.

      *-----proximo numero livre: maior sequencial do ano + 1 (o------*
      *-----maior fica em WS-ULT-SEQ p/ conferir se a venda cabe)------*
       P-PROXIMO-NUM.
           PERFORM P-HOJE.
           MOVE ZEROS TO WS-NUM.
           MOVE ZEROS TO WS-CHAVE-BUF.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-PROXIMO-NUM-CALC.
       P-PROXIMO-NUM-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-PROXIMO-NUM-CALC.
           MOVE REC-NUM TO WS-CHAVE-BUF.
           IF WS-CHAVE-ANO NOT = WS-ANO2
               GO TO P-PROXIMO-NUM-LER.
           IF WS-CHAVE-SEQ > WS-NUM-SEQ
               MOVE WS-CHAVE-SEQ TO WS-NUM-SEQ.
           GO TO P-PROXIMO-NUM-LER.
       P-PROXIMO-NUM-CALC.
           MOVE WS-ANO2 TO WS-NUM-ANO.
           MOVE WS-NUM-SEQ TO WS-ULT-SEQ.
           ADD 1 TO WS-NUM-SEQ.
       P-PROXIMO-NUM-FIM.

      *-----data de hoje, ano com seculo-------------------------------*
       P-HOJE.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE ANO-DOS TO WS-ANO2.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

      *-----nome e CPF/CNPJ do cliente do recebivel---------------------*
       P-DADOS-CLI.
           MOVE SPACES TO WS-CLI-NOME.
           MOVE SPACES TO WS-CLI-DOC.
           MOVE REC-CLI-COD TO CLI-COD.
           READ CLIENTE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO WS-CLI-NOME
               NOT INVALID KEY
                   MOVE CLI-NOME TO WS-CLI-NOME
                   MOVE CLI-CPF-CNPJ TO WS-CLI-DOC
           END-READ.

      *-----razao social de EMPRESA.DAT (BANCOEMP) p/ o carne-----------*
       P-LE-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA NOT = "00"
               CLOSE EMPRESA
               EXIT PARAGRAPH.
           MOVE WS-EMPRESA-ATUAL TO EMPRESA-COD.
           READ EMPRESA
               INVALID KEY
                   CLOSE EMPRESA
                   EXIT PARAGRAPH.
           MOVE EMPRESA-NOME TO WS-EMP-NOME.
           CLOSE EMPRESA.

      *-----------------------------------------------------------*
      * Empresa da sessao (SESSAO.DAT, gravado pelo menu).         *
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
           CLOSE SESSAO.

       P-FIM.
           CLOSE RECEBER CLIENTE.
           DISPLAY (01 01) ERASE.
           CHAIN "RECEB01.COM".

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
