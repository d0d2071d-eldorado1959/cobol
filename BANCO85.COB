      *    registro diario de CAIXA.DAT a partir dos turnos
      *    FECHADOS do dia (dinheiro = soma dos contados menos os
      *    fundos de troco) - uma falta agora aponta p/ um turno,
      *    nao p/ o dia inteiro. Dia ja assinado como fechado
      *    (BANCO28) so com liberacao do supervisor.
      *    No fechamento o turno e conferido: esperado = fundo de
      *    troco + vendas em dinheiro do turno (leitura do PDV;
      *    sugerida pelo PDVDIA.DAT do dia menos o ja atribuido
      *    aos outros turnos) - sangrias + suprimentos lancados
      *    pelo operador no BANCO84. Diferenca acima da
      *    tolerancia vai p/ a conta corrente de quebra do
      *    operador (QUEBRA.DAT). <5> relatorio do mes com faltas
      *    e sobras por operador (BANCO85.TXT), reincidentes
      *    marcados; <6> o supervisor manda uma falta p/ desconto
      *    na folha do funcionario (BANCO76), se a politica da
      *    loja preve; <7> regras da quebra (tolerancia, numero
      *    de faltas no mes que marca reincidente e a politica de
      *    desconto), guardadas em FILTRO.DAT como as do RECEB01.
      *    Menu principal, opcao 45.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT CAIXA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CAIXA.
           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-DIAF.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT QUEBRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QBR-CHAVE
                  ALTERNATE RECORD KEY IS QBR-FUNC-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-QBR.
           SELECT SANGRIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SAN.
           SELECT PDVDIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PDV.
           SELECT FILTRO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FILTRO-PROG
                  FILE STATUS IS FS-FILTRO.
           SELECT FUNCION ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUNC-COD
                  FILE STATUS IS FS-FUNC.
           SELECT ARQSAID ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.

       DATA DIVISION.
       FILE SECTION.

       COPY CAIXAMAST.

       COPY DIAFMAST.

       COPY OPERMAST.

       COPY SESSMAST.

       COPY QUEBMAST.

       COPY SANGMAST.

       COPY PDVMAST.

       COPY FILTROMAST.

       COPY FUNCMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO85.TXT".
       01 REG-ARQSAID           PIC X(80).

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-LIMPA             PIC X(40) VALUE SPACES.
      *-----dia de loja ja fechado (DIAFECH.DAT / BANCO28): so com----*
      *-----liberacao do supervisor--------------------------------------*
       77 FS-DIAF               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DIAF-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-DIAF-LIBERADO      PIC X VALUE "S".
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-TURNO-ESC         PIC 9 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-QTDE-TURNOS        PIC 9 VALUE ZEROS.
       77 WS-TEM-ABERTO         PIC X VALUE "N".

      *-----quebra de caixa: conferencia do turno e conta do operador--*
       77 FS-QBR                PIC XX.
       77 FS-SAN                PIC XX.
       77 FS-PDV                PIC XX.
       77 FS-FILTRO             PIC XX.
       77 FS-FUNC               PIC XX.
       77 FS-ARQ                PIC XX.
      *-----regras (FILTRO.DAT, "BANCO85"): tolerancia em R$, faltas---*
      *-----no mes que marcam reincidente e politica de desconto-------*
       01 WS-TOLER-GRP.
           03 WS-TOLER-QUEBRA   PIC 9(03)V99 VALUE 2.
       01 WS-TOLER-X REDEFINES WS-TOLER-GRP PIC X(05).
       77 WS-REINCIDENCIA       PIC 99 VALUE 03.
       77 WS-POLITICA-DESC      PIC X VALUE "N".
       88 POLITICA-DESC-88      VALUE "S".
       77 WS-TEM-PDV            PIC X VALUE "N".
       77 WS-PDV-DIA            PIC 9(09)V99 VALUE ZEROS.
       77 WS-PDV-OUTROS         PIC 9(09)V99 VALUE ZEROS.
       77 WS-SAN-OUTROS         PIC 9(09)V99 VALUE ZEROS.
       77 WS-SUP-OUTROS         PIC 9(09)V99 VALUE ZEROS.
       77 WS-ESPERADO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIF-ABS            PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-OPER         PIC S9(09)V99 VALUE ZEROS.
       77 WS-MOSTRA-DIF         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77 WS-TURNO-SALVO        PIC X(100) VALUE SPACES.
       77 WS-SUP-OK             PIC X VALUE "N".
       77 WS-SUP-COD            PIC 99 VALUE ZEROS.
       77 WS-QBR-OPER           PIC 99 VALUE ZEROS.
       77 WS-QBR-FUNC           PIC 9(03) VALUE ZEROS.
       01 WS-QBR-DATA.
           03 WS-QD-ANO         PIC 9(04).
           03 WS-QD-MES         PIC 99.
           03 WS-QD-DIA         PIC 99.
       01 WS-QBR-DATA-N REDEFINES WS-QBR-DATA PIC 9(08).
      *-----relatorio do mes por operador------------------------------*
       77 WS-REL-MES            PIC 99 VALUE ZEROS.
       77 WS-REL-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-REL-INI            PIC 9(08) VALUE ZEROS.
       77 WS-REL-FIM            PIC 9(08) VALUE ZEROS.
       77 WS-OPER-ANT           PIC 99 VALUE ZEROS.
       77 WS-TEM-OPER-ANT       PIC X VALUE "N".
       77 WS-TEM-OPER           PIC X VALUE "N".
       77 WS-QT-LANC-OPER       PIC 9(03) VALUE ZEROS.
       77 WS-QT-FALTAS          PIC 9(03) VALUE ZEROS.
       77 WS-QT-SOBRAS          PIC 9(03) VALUE ZEROS.
       77 WS-VL-FALTAS          PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-SOBRAS          PIC 9(09)V99 VALUE ZEROS.
       77 WS-TG-FALTAS          PIC 9(11)V99 VALUE ZEROS.
       77 WS-TG-SOBRAS          PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-REINCID         PIC 9(03) VALUE ZEROS.

       01 LINHA-QB-1.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(32) VALUE "QUEBRAS DE CAIXA POR OPERADOR - ".
           02 QB-MES           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 QB-ANO           PIC 9(04).
       01 LINHA-QB-2.
           02 F PIC X(16) VALUE "  Data     Turno".
           02 F PIC X(14) VALUE "      Esperado".
           02 F PIC X(14) VALUE "       Contado".
           02 F PIC X(15) VALUE "      Diferenca".
           02 F PIC X(07) VALUE "  Folha".
       01 LINHA-QB-OPER.
           02 F PIC X(10) VALUE "Operador ".
           02 QB-OPER-COD      PIC 99.
           02 F PIC X(01) VALUE SPACES.
           02 QB-OPER-NOME     PIC X(20).
       01 LINHA-QB-DET.
           02 F PIC X(02) VALUE SPACES.
           02 QB-DIA           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 QB-DMES          PIC 99.
           02 F PIC X(04) VALUE "   T".
           02 QB-TURNO         PIC 9.
           02 F PIC X(02) VALUE SPACES.
           02 QB-ESPERADO      PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 QB-CONTADO       PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 QB-DIFERENCA     PIC ZZ.ZZZ.ZZ9,99-.
           02 F PIC X(04) VALUE SPACES.
           02 QB-FOLHA         PIC X(01).
       01 LINHA-QB-SUB.
           02 F PIC X(04) VALUE SPACES.
           02 QB-QT-FALTAS     PIC ZZ9.
           02 F PIC X(08) VALUE " falta  ".
           02 QB-VL-FALTAS     PIC ZZ.ZZ9,99.
           02 QB-QT-SOBRAS     PIC ZZ9.
           02 F PIC X(08) VALUE " sobra  ".
           02 QB-VL-SOBRAS     PIC ZZ.ZZ9,99.
           02 F PIC X(07) VALUE " Saldo ".
           02 QB-SALDO         PIC ZZ.ZZ9,99-.
           02 F PIC X(01) VALUE SPACES.
           02 QB-REINCID       PIC X(11).
       01 LINHA-QB-TOT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(16) VALUE "TOTAL  Faltas R$".
           02 QB-TG-FALTAS     PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(13) VALUE "   Sobras R$ ".
           02 QB-TG-SOBRAS     PIC ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 06 COLUMN 04 VALUE "<2> Fechar Turno".
           02 LINE 07 COLUMN 04 VALUE "<3> Turnos do Dia".
           02 LINE 08 COLUMN 04 VALUE "<4> Compor o Caixa do Dia".
           02 LINE 09 COLUMN 04 VALUE "<5> Quebras de Caixa do Mes".
           02 LINE 10 COLUMN 04 VALUE "<6> Falta p/ Desconto em Folha".
           02 LINE 11 COLUMN 04 VALUE "<7> Regras da Quebra de Caixa".
           02 LINE 12 COLUMN 04 VALUE "<0> Sair".
           02 LINE 14 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           PERFORM P-LE-REGRAS.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (14 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-ABRIR THRU P-ABRIR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-COMPOE THRU P-COMPOE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "6"
               PERFORM P-ENVIA-FOLHA THRU P-ENVIA-FOLHA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "7"
               PERFORM P-REGRAS THRU P-REGRAS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------*
       P-ABRIR.
           DISPLAY (01 01) ERASE.
           COMPUTE WS-DIAF-AMD = ANO * 10000 + MES * 100 + DIA.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-ABRIR-FIM.
           PERFORM P-PROXIMO-TURNO THRU P-PROXIMO-TURNO-FIM.
           DISPLAY (02 04) "Abrindo turno " TUR-SEQ " de hoje".
           DISPLAY (03 04) "Operador da sessao.= " WS-OPER-ATUAL.

      *-----------------------------------------*
      * Fechamento: contagem por cedula + moedas; o contado fica
      * gravado no turno junto com o operador que o trabalhou, e
      * a diferenca p/ o esperado acima da tolerancia entra na
      * conta de quebra do operador.
       P-FECHAR.
           DISPLAY (01 01) ERASE.
           COMPUTE WS-DIAF-AMD = ANO * 10000 + MES * 100 + DIA.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-FECHAR-FIM.
           DISPLAY (02 04) "Turno a fechar (1-9, 0=Sai) =".
           MOVE ZEROS TO WS-TURNO-ESC.
           ACCEPT (02 34) WS-TURNO-ESC WITH PROMPT AUTO-SKIP.
               + WS-QT-2 * 2.
           MOVE WS-MOEDAS TO TUR-MOEDAS.
           COMPUTE TUR-CONTADO = TUR-CEDULAS + TUR-MOEDAS.
           PERFORM P-CONFERE-TURNO THRU P-CONFERE-TURNO-FIM.
           MOVE "F" TO TUR-SITUACAO.
           REWRITE REG-TURNO.
           MOVE TUR-CONTADO TO WS-MOSTRA-VALOR.
           DISPLAY (15 04) "Contado do turno R$ " WS-MOSTRA-VALOR.
           MOVE TUR-FUNDO-TROCO TO WS-MOSTRA-VALOR.
           DISPLAY (16 04) "Fundo de troco   R$ " WS-MOSTRA-VALOR.
           MOVE WS-ESPERADO TO WS-MOSTRA-DIF.
           DISPLAY (17 04) "Esperado         R$ " WS-MOSTRA-DIF.
           MOVE TUR-DIFERENCA TO WS-MOSTRA-DIF.
           DISPLAY (18 04) "Diferenca        R$ " WS-MOSTRA-DIF.
           IF WS-DIF-ABS NOT > WS-TOLER-QUEBRA
               DISPLAY (19 04) "Dentro da tolerancia - sem quebra."
           ELSE
               PERFORM P-GRAVA-QUEBRA THRU P-GRAVA-QUEBRA-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-FECHAR-FIM.
      * dos turnos FECHADOS (contado - fundo de troco).
       P-COMPOE.
           DISPLAY (01 01) ERASE.
           COMPUTE WS-DIAF-AMD = ANO * 10000 + MES * 100 + DIA.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               GO TO P-COMPOE-FIM.
           MOVE ZEROS TO WS-DIA-CONTADO.
           MOVE ZEROS TO WS-DIA-FUNDO.
           MOVE ZEROS TO WS-QTDE-TURNOS.
           ACCEPT WS-P.
       P-COMPOE-FIM.

      *-----------------------------------------------------------*
      * Conferencia do turno em fechamento (REG-TURNO na mao):     *
      * vendas em dinheiro do turno - sugeridas pelo PDVDIA.DAT do *
      * dia menos o ja atribuido aos outros turnos fechados -,     *
      * sangrias e suprimentos do operador no dia menos os ja      *
      * contados em outro turno dele; esperado e diferenca.        *
      *-----------------------------------------------------------*
       P-CONFERE-TURNO.
           MOVE REG-TURNO TO WS-TURNO-SALVO.
           PERFORM P-OUTROS-TURNOS THRU P-OUTROS-TURNOS-FIM.
           MOVE WS-TURNO-SALVO TO REG-TURNO.
           PERFORM P-PDV-DO-DIA THRU P-PDV-DO-DIA-FIM.
           MOVE ZEROS TO TUR-PDV-DINHEIRO.
           IF WS-TEM-PDV = "S" AND WS-PDV-DIA > WS-PDV-OUTROS
               COMPUTE TUR-PDV-DINHEIRO = WS-PDV-DIA - WS-PDV-OUTROS.
           DISPLAY (14 04) "Vendas dinheiro R$.=".
           ACCEPT (14 25) TUR-PDV-DINHEIRO WITH PROMPT UPDATE
               AUTO-SKIP.
           PERFORM P-SANGRIA-TURNO THRU P-SANGRIA-TURNO-FIM.
           COMPUTE WS-ESPERADO = TUR-FUNDO-TROCO + TUR-PDV-DINHEIRO
               - TUR-SANGRIAS + TUR-SUPRIM.
           COMPUTE TUR-DIFERENCA = TUR-CONTADO - WS-ESPERADO.
           IF TUR-DIFERENCA < ZEROS
               COMPUTE WS-DIF-ABS = ZEROS - TUR-DIFERENCA
           ELSE
               MOVE TUR-DIFERENCA TO WS-DIF-ABS.
       P-CONFERE-TURNO-FIM.

      *-----outros turnos FECHADOS de hoje: vendas ja atribuidas e-----*
      *-----sangrias/suprimentos ja contados p/ o mesmo operador-------*
       P-OUTROS-TURNOS.
           MOVE ZEROS TO WS-PDV-OUTROS.
           MOVE ZEROS TO WS-SAN-OUTROS.
           MOVE ZEROS TO WS-SUP-OUTROS.
           MOVE TUR-OPER-COD TO WS-QBR-OPER.
           MOVE TUR-SEQ TO WS-TURNO-ESC.
           MOVE ZEROS TO TUR-SEQ.
           START TURNO KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY
                   GO TO P-OUTROS-TURNOS-FIM.
       P-OUTROS-TURNOS-LER.
           READ TURNO NEXT RECORD
               AT END
                   GO TO P-OUTROS-TURNOS-FIM.
           IF TUR-ANO NOT = ANO OR TUR-MES NOT = MES
               OR TUR-DIA NOT = DIA
               GO TO P-OUTROS-TURNOS-FIM.
           IF TUR-SEQ = WS-TURNO-ESC OR NOT TUR-FECHADO
               GO TO P-OUTROS-TURNOS-LER.
           ADD TUR-PDV-DINHEIRO TO WS-PDV-OUTROS.
           IF TUR-OPER-COD = WS-QBR-OPER
               ADD TUR-SANGRIAS TO WS-SAN-OUTROS
               ADD TUR-SUPRIM TO WS-SUP-OUTROS.
           GO TO P-OUTROS-TURNOS-LER.
       P-OUTROS-TURNOS-FIM.

      *-----vendas em dinheiro de hoje no PDVDIA.DAT (MERC06), se ja---*
      *-----importadas-------------------------------------------------*
       P-PDV-DO-DIA.
           MOVE "N" TO WS-TEM-PDV.
           MOVE ZEROS TO WS-PDV-DIA.
           OPEN INPUT PDVDIA.
           IF FS-PDV NOT = "00"
               CLOSE PDVDIA
               GO TO P-PDV-DO-DIA-FIM.
       P-PDV-DO-DIA-LER.
           READ PDVDIA
               AT END
                   CLOSE PDVDIA
                   GO TO P-PDV-DO-DIA-FIM.
           IF PDV-DIA NOT = DIA OR PDV-MES NOT = MES
               OR PDV-ANO NOT = ANO
               GO TO P-PDV-DO-DIA-LER.
           MOVE "S" TO WS-TEM-PDV.
           MOVE PDV-DINHEIRO TO WS-PDV-DIA.
           GO TO P-PDV-DO-DIA-LER.
       P-PDV-DO-DIA-FIM.

      *-----sangrias/suprimentos de hoje do operador do turno----------*
      *-----(SANGRIA.DAT / BANCO84), menos os de outro turno dele------*
       P-SANGRIA-TURNO.
           MOVE ZEROS TO TUR-SANGRIAS.
           MOVE ZEROS TO TUR-SUPRIM.
           OPEN INPUT SANGRIA.
           IF FS-SAN NOT = "00"
               CLOSE SANGRIA
               GO TO P-SANGRIA-TURNO-FIM.
       P-SANGRIA-TURNO-LER.
           READ SANGRIA
               AT END
                   CLOSE SANGRIA
                   GO TO P-SANGRIA-TURNO-DESCONTA.
           IF SAN-DIA NOT = DIA OR SAN-MES NOT = MES
               OR SAN-ANO NOT = ANO
               GO TO P-SANGRIA-TURNO-LER.
           IF SAN-OPER-COD NOT = TUR-OPER-COD
               GO TO P-SANGRIA-TURNO-LER.
           IF SAN-SAIDA
               ADD SAN-VALOR TO TUR-SANGRIAS
           ELSE
               ADD SAN-VALOR TO TUR-SUPRIM.
           GO TO P-SANGRIA-TURNO-LER.
       P-SANGRIA-TURNO-DESCONTA.
           IF TUR-SANGRIAS > WS-SAN-OUTROS
               SUBTRACT WS-SAN-OUTROS FROM TUR-SANGRIAS
           ELSE
               MOVE ZEROS TO TUR-SANGRIAS.
           IF TUR-SUPRIM > WS-SUP-OUTROS
               SUBTRACT WS-SUP-OUTROS FROM TUR-SUPRIM
           ELSE
               MOVE ZEROS TO TUR-SUPRIM.
       P-SANGRIA-TURNO-FIM.

      *-----lancamento na conta de quebra do operador: saldo anterior--*
      *-----(ultimo lancamento dele) + a diferenca do turno------------*
       P-GRAVA-QUEBRA.
           OPEN I-O QUEBRA.
           IF FS-QBR = "30" OR FS-QBR = "35"
               CLOSE QUEBRA
               OPEN OUTPUT QUEBRA
               CLOSE QUEBRA
               OPEN I-O QUEBRA.
           MOVE ZEROS TO WS-SALDO-OPER.
           MOVE TUR-OPER-COD TO QBR-OPER-COD.
           MOVE ZEROS TO QBR-DATA.
           MOVE ZEROS TO QBR-TURNO.
           START QUEBRA KEY IS NOT LESS THAN QBR-CHAVE
               INVALID KEY
                   GO TO P-GRAVA-QUEBRA-MONTA.
       P-GRAVA-QUEBRA-LER.
           READ QUEBRA NEXT RECORD
               AT END
                   GO TO P-GRAVA-QUEBRA-MONTA.
           IF QBR-OPER-COD NOT = TUR-OPER-COD
               GO TO P-GRAVA-QUEBRA-MONTA.
           MOVE QBR-SALDO TO WS-SALDO-OPER.
           GO TO P-GRAVA-QUEBRA-LER.
       P-GRAVA-QUEBRA-MONTA.
           MOVE TUR-OPER-COD TO QBR-OPER-COD.
           COMPUTE QBR-DATA = ANO * 10000 + MES * 100 + DIA.
           MOVE TUR-SEQ TO QBR-TURNO.
           MOVE WS-ESPERADO TO QBR-ESPERADO.
           MOVE TUR-CONTADO TO QBR-CONTADO.
           MOVE TUR-DIFERENCA TO QBR-VALOR.
           COMPUTE QBR-SALDO = WS-SALDO-OPER + TUR-DIFERENCA.
           IF TUR-DIFERENCA < ZEROS
               MOVE "F" TO QBR-TIPO
           ELSE
               MOVE "S" TO QBR-TIPO.
           MOVE SPACE TO QBR-FOLHA.
           MOVE ZEROS TO QBR-FUNC-COD.
           MOVE ZEROS TO QBR-SUP-COD.
           MOVE ZEROS TO QBR-DESC-VALOR.
           MOVE ZEROS TO QBR-COMPET.
           WRITE REG-QUEBRA INVALID KEY
               DISPLAY (22 04) "!! QUEBRA DO TURNO JA LANCADA !!"
               ACCEPT WS-P
               CLOSE QUEBRA
               GO TO P-GRAVA-QUEBRA-FIM.
           CLOSE QUEBRA.
           MOVE QBR-SALDO TO WS-MOSTRA-DIF.
           IF QBR-FALTA
               DISPLAY (19 04) "FALTA lancada p/ o operador "
                   TUR-OPER-COD " - saldo R$ " WS-MOSTRA-DIF
           ELSE
               DISPLAY (19 04) "SOBRA lancada p/ o operador "
                   TUR-OPER-COD " - saldo R$ " WS-MOSTRA-DIF.
       P-GRAVA-QUEBRA-FIM.

      *-----------------------------------------*
      * Quebras do mes por operador: cada lancamento em BANCO85.TXT
      * e, por operador, faltas, sobras, o saldo acumulado no fim
      * do mes e a marca de reincidente (faltas no mes >= regra).
       P-RELATORIO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Quebras do mes MM/AAAA =   /    ".
           MOVE MES TO WS-REL-MES.
           MOVE ANO TO WS-REL-ANO.
           ACCEPT (02 29) WS-REL-MES WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-REL-MES = ZEROS
               GO TO P-RELATORIO-FIM.
           ACCEPT (02 32) WS-REL-ANO WITH PROMPT UPDATE AUTO-SKIP.
           COMPUTE WS-REL-INI = WS-REL-ANO * 10000 + WS-REL-MES * 100.
           COMPUTE WS-REL-FIM = WS-REL-INI + 31.
           OPEN INPUT QUEBRA.
           IF FS-QBR NOT = "00"
               CLOSE QUEBRA
               DISPLAY (22 04) "!! NENHUMA QUEBRA LANCADA !!"
               ACCEPT WS-P
               GO TO P-RELATORIO-FIM.
           MOVE "N" TO WS-TEM-OPER.
           OPEN INPUT OPER.
           IF FS-OPER = "00"
               MOVE "S" TO WS-TEM-OPER
           ELSE
               CLOSE OPER.
           OPEN OUTPUT ARQSAID.
           MOVE WS-REL-MES TO QB-MES.
           MOVE WS-REL-ANO TO QB-ANO.
           WRITE REG-ARQSAID FROM LINHA-QB-1.
           WRITE REG-ARQSAID FROM LINHA-QB-2.
           MOVE ZEROS TO WS-TG-FALTAS.
           MOVE ZEROS TO WS-TG-SOBRAS.
           MOVE ZEROS TO WS-QT-REINCID.
           MOVE "N" TO WS-TEM-OPER-ANT.
           PERFORM P-RELATORIO-ZERA.
           MOVE 4 TO LIN.
           MOVE ZEROS TO QBR-CHAVE.
           START QUEBRA KEY IS NOT LESS THAN QBR-CHAVE
               INVALID KEY
                   GO TO P-RELATORIO-FECHA.
       P-RELATORIO-LER.
           READ QUEBRA NEXT RECORD
               AT END
                   GO TO P-RELATORIO-FECHA.
           IF WS-TEM-OPER-ANT = "S" AND QBR-OPER-COD NOT = WS-OPER-ANT
               PERFORM P-RELATORIO-SUBTOTAL
               PERFORM P-RELATORIO-ZERA.
           MOVE QBR-OPER-COD TO WS-OPER-ANT.
           MOVE "S" TO WS-TEM-OPER-ANT.
           IF QBR-DATA > WS-REL-FIM
               GO TO P-RELATORIO-LER.
           MOVE QBR-SALDO TO WS-SALDO-OPER.
           IF QBR-DATA < WS-REL-INI
               GO TO P-RELATORIO-LER.
           IF WS-QT-LANC-OPER = ZEROS
               PERFORM P-RELATORIO-OPERADOR.
           ADD 1 TO WS-QT-LANC-OPER.
           IF QBR-FALTA
               ADD 1 TO WS-QT-FALTAS
               SUBTRACT QBR-VALOR FROM WS-VL-FALTAS
           ELSE
               ADD 1 TO WS-QT-SOBRAS
               ADD QBR-VALOR TO WS-VL-SOBRAS.
           MOVE QBR-DATA TO WS-QBR-DATA-N.
           MOVE WS-QD-DIA TO QB-DIA.
           MOVE WS-QD-MES TO QB-DMES.
           MOVE QBR-TURNO TO QB-TURNO.
           MOVE QBR-ESPERADO TO QB-ESPERADO.
           MOVE QBR-CONTADO TO QB-CONTADO.
           MOVE QBR-VALOR TO QB-DIFERENCA.
           MOVE QBR-FOLHA TO QB-FOLHA.
           WRITE REG-ARQSAID FROM LINHA-QB-DET.
           GO TO P-RELATORIO-LER.
       P-RELATORIO-FECHA.
           IF WS-TEM-OPER-ANT = "S"
               PERFORM P-RELATORIO-SUBTOTAL.
           MOVE WS-TG-FALTAS TO QB-TG-FALTAS.
           MOVE WS-TG-SOBRAS TO QB-TG-SOBRAS.
           MOVE SPACES TO REG-ARQSAID.
           WRITE REG-ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-QB-TOT.
           CLOSE QUEBRA ARQSAID.
           IF WS-TEM-OPER = "S"
               CLOSE OPER.
           DISPLAY (LIN, 01) LINHA-QB-TOT.
           DISPLAY (22 04) WS-QT-REINCID " operador(es) reincidente(s)".
           DISPLAY (23 04) "Relatorio em BANCO85.TXT - Tecle < ENTER >".
           ACCEPT WS-P.
       P-RELATORIO-FIM.

       P-RELATORIO-ZERA.
           MOVE ZEROS TO WS-QT-LANC-OPER.
           MOVE ZEROS TO WS-QT-FALTAS.
           MOVE ZEROS TO WS-QT-SOBRAS.
           MOVE ZEROS TO WS-VL-FALTAS.
           MOVE ZEROS TO WS-VL-SOBRAS.
           MOVE ZEROS TO WS-SALDO-OPER.

      *-----cabecalho do operador, com o nome do OPER.DAT--------------*
       P-RELATORIO-OPERADOR.
           MOVE QBR-OPER-COD TO QB-OPER-COD.
           MOVE SPACES TO QB-OPER-NOME.
           IF WS-TEM-OPER = "S"
               MOVE QBR-OPER-COD TO OPER-COD
               READ OPER
                   INVALID KEY
                       MOVE SPACES TO OPER-NOME
               END-READ
               MOVE OPER-NOME TO QB-OPER-NOME.
           MOVE SPACES TO REG-ARQSAID.
           WRITE REG-ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-QB-OPER.

      *-----subtotal do operador (so quem teve quebra no mes)----------*
       P-RELATORIO-SUBTOTAL.
           IF WS-QT-LANC-OPER = ZEROS
               EXIT PARAGRAPH.
           MOVE WS-QT-FALTAS TO QB-QT-FALTAS.
           MOVE WS-VL-FALTAS TO QB-VL-FALTAS.
           MOVE WS-QT-SOBRAS TO QB-QT-SOBRAS.
           MOVE WS-VL-SOBRAS TO QB-VL-SOBRAS.
           MOVE WS-SALDO-OPER TO QB-SALDO.
           MOVE SPACES TO QB-REINCID.
           IF WS-QT-FALTAS NOT < WS-REINCIDENCIA
               MOVE "REINCIDENTE" TO QB-REINCID
               ADD 1 TO WS-QT-REINCID.
           WRITE REG-ARQSAID FROM LINHA-QB-SUB.
           ADD WS-VL-FALTAS TO WS-TG-FALTAS.
           ADD WS-VL-SOBRAS TO WS-TG-SOBRAS.
           DISPLAY (LIN, 01) "Op." WS-OPER-ANT.
           DISPLAY (LIN, 06) LINHA-QB-SUB.
           ADD 1 TO LIN.
           IF LIN > 20
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (04 00) ERASE
               MOVE 4 TO LIN.

      *-----------------------------------------*
      * Falta p/ desconto em folha: so supervisor, so se a politica
      * da loja preve (regras, opcao 7). A falta fica "E" com o
      * funcionario da folha; o BANCO76 desconta na proxima folha.
       P-ENVIA-FOLHA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Falta de Caixa p/ Desconto em Folha".
           IF NOT POLITICA-DESC-88
               DISPLAY (22 04) "!! POLITICA DA LOJA NAO PREVE DESCONTO"
                   " (OPCAO 7) !!"
               ACCEPT WS-P
               GO TO P-ENVIA-FOLHA-FIM.
           PERFORM P-LOGIN-SUPERVISOR THRU P-LOGIN-SUPERVISOR-FIM.
           IF WS-SUP-OK NOT = "S"
               GO TO P-ENVIA-FOLHA-FIM.
           OPEN I-O QUEBRA.
           IF FS-QBR NOT = "00"
               CLOSE QUEBRA
               DISPLAY (22 04) "!! NENHUMA QUEBRA LANCADA !!"
               ACCEPT WS-P
               GO TO P-ENVIA-FOLHA-FIM.
           DISPLAY (05 04) "Operador...........=".
           DISPLAY (06 04) "Data...............=   /  /".
           DISPLAY (07 04) "Turno..............=".
           MOVE ZEROS TO WS-QBR-OPER.
           ACCEPT (05 25) WS-QBR-OPER WITH PROMPT AUTO-SKIP.
           IF WS-QBR-OPER = ZEROS
               GO TO P-ENVIA-FOLHA-FECHA.
           PERFORM P-FUNC-DO-OPER THRU P-FUNC-DO-OPER-FIM.
           MOVE ANO TO WS-QD-ANO.
           MOVE MES TO WS-QD-MES.
           MOVE DIA TO WS-QD-DIA.
           ACCEPT (06 25) WS-QD-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 28) WS-QD-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 31) WS-QD-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE 1 TO WS-TURNO-ESC.
           ACCEPT (07 25) WS-TURNO-ESC WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-QBR-OPER TO QBR-OPER-COD.
           MOVE WS-QBR-DATA-N TO QBR-DATA.
           MOVE WS-TURNO-ESC TO QBR-TURNO.
           READ QUEBRA
               INVALID KEY
                   DISPLAY (22 04) "!! QUEBRA NAO ENCONTRADA !!"
                   ACCEPT WS-P
                   GO TO P-ENVIA-FOLHA-FECHA.
           MOVE QBR-VALOR TO WS-MOSTRA-DIF.
           DISPLAY (09 04) "Diferenca R$ " WS-MOSTRA-DIF.
           IF NOT QBR-FALTA
               DISPLAY (22 04) "!! SOBRA NAO SE DESCONTA !!"
               ACCEPT WS-P
               GO TO P-ENVIA-FOLHA-FECHA.
           IF QBR-FOLHA NOT = SPACE
               DISPLAY (22 04) "!! FALTA JA ENVIADA P/ A FOLHA !!"
               ACCEPT WS-P
               GO TO P-ENVIA-FOLHA-FECHA.
           DISPLAY (11 04) "Funcionario (folha)=".
           ACCEPT (11 25) WS-QBR-FUNC WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-QBR-FUNC = ZEROS
               GO TO P-ENVIA-FOLHA-FECHA.
           OPEN INPUT FUNCION.
           IF FS-FUNC NOT = "00"
               CLOSE FUNCION
               DISPLAY (22 04) "!! CADASTRO DE FUNCIONARIOS VAZIO !!"
               ACCEPT WS-P
               GO TO P-ENVIA-FOLHA-FECHA.
           MOVE WS-QBR-FUNC TO FUNC-COD.
           READ FUNCION
               INVALID KEY
                   MOVE "I" TO FUNC-SITUACAO.
           CLOSE FUNCION.
           IF NOT FUNC-ATIVO
               DISPLAY (22 04) "!! FUNCIONARIO INEXISTENTE/INATIVO !!"
               ACCEPT WS-P
               GO TO P-ENVIA-FOLHA-FECHA.
           DISPLAY (11 30) FUNC-NOME.
           DISPLAY (13 04) "Confirma o desconto em folha <S/N>? ".
           ACCEPT (13 41) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-ENVIA-FOLHA-FECHA.
           MOVE "E" TO QBR-FOLHA.
           MOVE WS-QBR-FUNC TO QBR-FUNC-COD.
           MOVE WS-SUP-COD TO QBR-SUP-COD.
           COMPUTE QBR-DESC-VALOR = ZEROS - QBR-VALOR.
           REWRITE REG-QUEBRA.
           DISPLAY (15 04) "Falta enviada p/ a proxima folha.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-ENVIA-FOLHA-FECHA.
           CLOSE QUEBRA.
       P-ENVIA-FOLHA-FIM.

      *-----funcionario da folha ja usado p/ o operador numa falta-----*
      *-----anterior - sugestao p/ o envio-----------------------------*
       P-FUNC-DO-OPER.
           MOVE ZEROS TO WS-QBR-FUNC.
           MOVE WS-QBR-OPER TO QBR-OPER-COD.
           MOVE ZEROS TO QBR-DATA.
           MOVE ZEROS TO QBR-TURNO.
           START QUEBRA KEY IS NOT LESS THAN QBR-CHAVE
               INVALID KEY
                   GO TO P-FUNC-DO-OPER-FIM.
       P-FUNC-DO-OPER-LER.
           READ QUEBRA NEXT RECORD
               AT END
                   GO TO P-FUNC-DO-OPER-FIM.
           IF QBR-OPER-COD NOT = WS-QBR-OPER
               GO TO P-FUNC-DO-OPER-FIM.
           IF QBR-FUNC-COD NOT = ZEROS
               MOVE QBR-FUNC-COD TO WS-QBR-FUNC.
           GO TO P-FUNC-DO-OPER-LER.
       P-FUNC-DO-OPER-FIM.

      *-----login de supervisor (OPER-NIVEL 2) p/ aprovar o desconto---*
       P-LOGIN-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               DISPLAY (22 04) "!! SEM CADASTRO DE OPERADORES !!"
               ACCEPT WS-P
               GO TO P-LOGIN-SUPERVISOR-FIM.
           DISPLAY (03 04) "Supervisor/Senha: ".
           MOVE ZEROS TO WS-LIB-COD.
           ACCEPT (03 23) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (22 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-LOGIN-SUPERVISOR-FIM.
           MOVE SPACES TO WS-LIB-SENHA.
           ACCEPT (03 27) WS-LIB-SENHA WITH PROMPT.
           CLOSE OPER.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (22 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               GO TO P-LOGIN-SUPERVISOR-FIM.
           IF NOT OPER-SUPERVISOR
               DISPLAY (22 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               GO TO P-LOGIN-SUPERVISOR-FIM.
           MOVE "S" TO WS-SUP-OK.
           MOVE WS-LIB-COD TO WS-SUP-COD.
       P-LOGIN-SUPERVISOR-FIM.

      *-----regras da quebra em FILTRO.DAT ("BANCO85"): tolerancia em--*
      *-----FILTRO-BUSCA(1:5), politica de desconto em (6:1) e faltas--*
      *-----no mes p/ reincidente em FILTRO-CONTA----------------------*
       P-LE-REGRAS.
           OPEN INPUT FILTRO.
           IF FS-FILTRO NOT = "00"
               CLOSE FILTRO
               EXIT PARAGRAPH.
           MOVE "BANCO85" TO FILTRO-PROG.
           READ FILTRO
               INVALID KEY
                   CLOSE FILTRO
                   EXIT PARAGRAPH.
           IF FILTRO-CONTA NOT = ZEROS
               MOVE FILTRO-CONTA TO WS-REINCIDENCIA.
           IF FILTRO-BUSCA(1:5) NUMERIC
               MOVE FILTRO-BUSCA(1:5) TO WS-TOLER-X.
           IF FILTRO-BUSCA(6:1) = "S"
               MOVE "S" TO WS-POLITICA-DESC
           ELSE
               MOVE "N" TO WS-POLITICA-DESC.
           CLOSE FILTRO.

       P-REGRAS.
           DISPLAY (01 01) ERASE.
           OPEN I-O FILTRO.
           IF FS-FILTRO = "30"
               CLOSE FILTRO
               OPEN OUTPUT FILTRO
               CLOSE FILTRO
               OPEN I-O FILTRO.
           MOVE "BANCO85" TO FILTRO-PROG.
           READ FILTRO
               INVALID KEY
                   MOVE "BANCO85" TO FILTRO-PROG
                   MOVE ZEROS TO FILTRO-DIA-INI FILTRO-MES-INI
                       FILTRO-ANO-INI FILTRO-DIA-FIM FILTRO-MES-FIM
                       FILTRO-ANO-FIM FILTRO-DEPTO
                   MOVE WS-REINCIDENCIA TO FILTRO-CONTA
                   MOVE SPACES TO FILTRO-BUSCA
                   MOVE WS-TOLER-X TO FILTRO-BUSCA(1:5)
                   MOVE WS-POLITICA-DESC TO FILTRO-BUSCA(6:1)
                   WRITE REG-FILTRO
                   MOVE "BANCO85" TO FILTRO-PROG
                   READ FILTRO
               END-READ.
           DISPLAY (02 04) "Tolerancia da quebra R$...=".
           ACCEPT (02 32) WS-TOLER-QUEBRA WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (03 04) "Faltas no mes p/ reincid..=".
           ACCEPT (03 32) WS-REINCIDENCIA WITH PROMPT UPDATE AUTO-SKIP.
           DISPLAY (04 04) "Desconto em folha <S/N>...=".
           ACCEPT (04 32) WS-POLITICA-DESC WITH PROMPT UPDATE
               AUTO-SKIP.
           IF WS-POLITICA-DESC = "s"
               MOVE "S" TO WS-POLITICA-DESC.
           IF WS-POLITICA-DESC NOT = "S"
               MOVE "N" TO WS-POLITICA-DESC.
           MOVE WS-REINCIDENCIA TO FILTRO-CONTA.
           MOVE WS-TOLER-X TO FILTRO-BUSCA(1:5).
           MOVE WS-POLITICA-DESC TO FILTRO-BUSCA(6:1).
           REWRITE REG-FILTRO.
           CLOSE FILTRO.
           DISPLAY (06 04) "Regras gravadas.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-REGRAS-FIM.

      *-----proximo turno do dia = maior + 1----------------------------*
       P-PROXIMO-TURNO.
           MOVE ANO TO TUR-ANO.
           COMPUTE TUR-SEQ = WS-TURNO-ESC + 1.
       P-PROXIMO-TURNO-FIM.

      *-----------------------------------------------------------*
      * Dia ja fechado (DIAFECH.DAT / BANCO28): movimento datado   *
      * WS-DIAF-AMD (AAAAMMDD) num dia assinado como fechado so    *
      * entra com login de supervisor (OPER-NIVEL 2); recusado,    *
      * WS-DIAF-LIBERADO volta "N". Sem DIAFECH.DAT, tudo livre.   *
      *-----------------------------------------------------------*
       P-TESTA-DIA-FECHADO.
           MOVE "S" TO WS-DIAF-LIBERADO.
           OPEN INPUT DIAFECH.
           IF FS-DIAF NOT = "00"
               CLOSE DIAFECH
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE WS-DIAF-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           CLOSE DIAFECH.
           IF NOT DIAF-FECHADO
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE "N" TO WS-DIAF-LIBERADO.
           DISPLAY (18 04) "!! DIA JA FECHADO (BANCO28) !!".
           DISPLAY (19 04) "Liberacao do supervisor <S/N>? ".
           ACCEPT (19 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (20 04) "Operador/Senha: ".
           ACCEPT (20 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (21 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-TESTA-DIA-FECHADO-LIMPA.
           ACCEPT (20 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (21 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           IF NOT OPER-SUPERVISOR
               DISPLAY (21 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           CLOSE OPER.
           MOVE "S" TO WS-DIAF-LIBERADO.
       P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
       P-TESTA-DIA-FECHADO-FIM.

      *-----------------------------------------------------------*
      * Operador da sessao (SESSAO.DAT) - dono do turno.           *
      *-----------------------------------------------------------*
