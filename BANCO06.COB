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
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TRAVA.

           SELECT ADIANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADT-CHAVE
                  ALTERNATE RECORD KEY IS ADT-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ADIANT.

       DATA DIVISION.
       FILE SECTION.
       COPY BCOMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       COPY VERBAMAST.

       COPY RATEIOMAST.

       COPY ADIANTMAST.
      ***********************************
       COPY FORNMAST.
       COPY DEPTOMAST.
       77 WS-DUP-DESCRI         PIC X(20) VALUE SPACES.
       77 WS-DUP-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-DUP-VCTO           PIC 9(08) VALUE ZEROS.
       01 WS-SALVA-REG          PIC X(312) VALUE SPACES.
       77 FS-RATEIO             PIC XX.
       77 FS-ADIANT             PIC XX.
       77 WS-ADIANT             PIC X VALUE "N".
       88 ADIANT-88             VALUE "S" "s".
       77 WS-RATEIO-FEITO       PIC X VALUE "N".
       88 RATEIO-FEITO-88       VALUE "S".
       77 WS-RAT-QTDE           PIC 99 VALUE ZEROS.
       77 WS-BUSCA-ATIVA        PIC X VALUE "N".
       88 BUSCA-ATIVA                VALUE "S".

      *-----------------------------------------------------------*
      * Boleto do titulo: o que o operador digita (com ou sem os  *
      * pontos/espacos do papel) ou a leitora despeja, so os      *
      * digitos (linha digitavel 47/48), o codigo de barras (44)  *
      * montado da linha e as visoes do codigo de barras bancario *
      * (fator de vencimento e valor) e de concessionaria         *
      * (identificador e valor).                                  *
      *-----------------------------------------------------------*
       01 WS-CB-ENTRADA         PIC X(55) VALUE SPACES.
       01 WS-CB-ENTRADA-R REDEFINES WS-CB-ENTRADA.
           03 WS-CB-ENT-C       PIC X OCCURS 55 TIMES.
       01 WS-CB-LINHA           PIC X(48) VALUE SPACES.
       01 WS-CB-LINHA-R REDEFINES WS-CB-LINHA.
           03 WS-CB-LIN-C       PIC X OCCURS 48 TIMES.
       01 WS-CB-BARRA           PIC X(44) VALUE SPACES.
       01 WS-CB-BARRA-BCO REDEFINES WS-CB-BARRA.
           03 FILLER            PIC X(05).
           03 WS-CB-FATOR       PIC 9(04).
           03 WS-CB-VLR-BCO     PIC 9(08)V99.
           03 FILLER            PIC X(25).
       01 WS-CB-BARRA-ARR REDEFINES WS-CB-BARRA.
           03 FILLER            PIC X(02).
           03 WS-CB-ID-VALOR    PIC X.
           88 CB-ARR-MOD10-88        VALUE "6" "7".
           88 CB-ARR-MOD11-88        VALUE "8" "9".
           88 CB-ARR-VALOR-88        VALUE "6" "8".
           03 FILLER            PIC X.
           03 WS-CB-VLR-ARR     PIC 9(09)V99.
           03 FILLER            PIC X(29).
       77 WS-CB-QTDE            PIC 99 VALUE ZEROS.
       77 WS-CB-I               PIC 99 VALUE ZEROS.
       77 WS-CB-BLOCO           PIC 99 VALUE ZEROS.
       77 WS-CB-VALOR           PIC 9(09)V99 VALUE ZEROS.
       77 WS-CB-MOSTRA-VLR      PIC ZZZZZZZZ9.99 VALUE ZEROS.
       77 WS-CB-TIPO            PIC X VALUE SPACE.
       88 CB-BANCARIO-88             VALUE "B".
       88 CB-ARRECADACAO-88          VALUE "A".
       77 WS-CB-DIVERGE         PIC X VALUE "N".
       88 CB-DIVERGE-88              VALUE "S".
      *-----vencimento como digitado, antes de rolar p/ dia util -----*
      *-----(o fator do boleto e o da data impressa)-------------------*
       01 WS-CB-VCTO.
           03 WS-CB-VCTO-ANO    PIC 9(04).
           03 WS-CB-VCTO-MES    PIC 99.
           03 WS-CB-VCTO-DIA    PIC 99.
       77 WS-CB-FATOR-DOC       PIC 9(07) VALUE ZEROS.
       77 WS-CB-DIAS-BASE       PIC 9(07) VALUE ZEROS.

      *-----modulo 10 / modulo 11 sobre um trecho de WS-MD-BUF--------*
      *-----(WS-MD-INI a WS-MD-FIM, pulando WS-MD-PULA); o digito------*
      *-----sai em WS-MD-DV--------------------------------------------*
       01 WS-MD-BUF             PIC X(48) VALUE SPACES.
       01 WS-MD-BUF-R REDEFINES WS-MD-BUF.
           03 WS-MD-DIG         PIC 9 OCCURS 48 TIMES.
       77 WS-MD-INI             PIC 99 VALUE ZEROS.
       77 WS-MD-FIM             PIC 99 VALUE ZEROS.
       77 WS-MD-PULA            PIC 99 VALUE ZEROS.
       77 WS-MD-I               PIC 99 VALUE ZEROS.
       77 WS-MD-PESO            PIC 99 VALUE ZEROS.
       77 WS-MD-PROD            PIC 99 VALUE ZEROS.
       77 WS-MD-SOMA            PIC 9(04) VALUE ZEROS.
       77 WS-MD-QUOC            PIC 9(04) VALUE ZEROS.
       77 WS-MD-RESTO           PIC 99 VALUE ZEROS.
       77 WS-MD-DV11            PIC 99 VALUE ZEROS.
       77 WS-MD-DV              PIC 9 VALUE ZEROS.

      *-----dias corridos desde o ano 1 (calendario gregoriano), p/---*
      *-----o fator de vencimento do boleto----------------------------*
       77 WS-DC-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-DC-MES             PIC 99 VALUE ZEROS.
       77 WS-DC-DIA             PIC 99 VALUE ZEROS.
       77 WS-DC-ANT             PIC 9(04) VALUE ZEROS.
       77 WS-DC-Q4              PIC 9(04) VALUE ZEROS.
       77 WS-DC-Q100            PIC 9(04) VALUE ZEROS.
       77 WS-DC-Q400            PIC 9(04) VALUE ZEROS.
       77 WS-DC-R4              PIC 9(03) VALUE ZEROS.
       77 WS-DC-R100            PIC 9(03) VALUE ZEROS.
       77 WS-DC-R400            PIC 9(03) VALUE ZEROS.
       77 WS-DC-QUOC            PIC 9(04) VALUE ZEROS.
       77 WS-DC-BISSEXTO        PIC 9 VALUE ZEROS.
       77 WS-DC-RESULT          PIC 9(07) VALUE ZEROS.

 
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
           02 LINE 14 COLUMN 04 VALUE "Situacao...........=".
           02 LINE 15 COLUMN 04 VALUE "Memo...............=".
           02 LINE 16 COLUMN 04 VALUE "ID Fim a Fim (PIX).=".
           02 LINE 18 COLUMN 04 VALUE "Linha Digitavel....=".
           02 LINE 20 COLUMN 04 VALUE "Nesta sessao......:".
           02 LINE 20 COLUMN 40 VALUE "documento(s),  R$".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".
           ACCEPT (21 28) WS-COMPET-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-COMPET TO COMPET-CHE.
           DISPLAY (21 04) WS-LIMPA.
      *     fornecedor que exige pagamento antes da entrega: o titulo
      *     vira adiantamento (ADIANT.DAT) e o que for pago nele fica
      *     de credito p/ o BANCO05 abater da nota que vier depois
           MOVE "N" TO WS-ADIANT.
           IF WS-DESCRI NOT = ZEROS
               DISPLAY (21 04) "Adiantamento (paga antes da entrega)?"
               ACCEPT (21 43) WS-ADIANT WITH PROMPT AUTO-SKIP
               DISPLAY (21 04) WS-LIMPA.
           MOVE "C" TO WS-SITUACAO.
           IF WS-TETO-APROV > ZEROS AND VALOR-CHE > WS-TETO-APROV
               MOVE "P" TO CANCEL-CHE
               PERFORM P-BCO-OCUPADO
               GO TO P-GRAVA-BCO.
           PERFORM P-GRAVA-HIST-INCLUSAO.
           IF CHE-PENDENTE
               PERFORM P-TAREFA-LIBERACAO.
           MOVE SPACES TO WS-CB-ENTRADA.
           PERFORM P-GRAVA-RATEIO.
           IF ADIANT-88
               PERFORM P-GRAVA-ADIANT.
           ADD 1 TO WS-SESSAO-QTDE.
           ADD VALOR-CHE TO WS-SESSAO-VALOR.
           MOVE WS-SESSAO-VALOR TO WS-MOSTRA-SESSAO-VLR.
               DISPLAY (23 04) WS-LIMPA
               GO TO P-REC4.

           MOVE ANO-CHE TO WS-CB-VCTO-ANO.
           MOVE MES-CHE TO WS-CB-VCTO-MES.
           MOVE DIA-CHE TO WS-CB-VCTO-DIA.
           PERFORM P-ROLA-VCTO THRU P-ROLA-VCTO-FIM.
           COMPUTE WS-TESTA-AM = ANO-CHE * 100 + MES-CHE.
           PERFORM P-TESTA-TRAVA.
           DISPLAY (21 65) INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE 88888888 TO RECEBIDO-CHE.
      *     boleto com valor/vencimento diferente do digitado volta
      *     p/ o vencimento - um dos dois esta errado
       P-REC51.
           PERFORM P-PEDE-BOLETO THRU P-PEDE-BOLETO-FIM.
           IF CB-DIVERGE-88
               GO TO P-REC4.
       P-REC55.
           PERFORM P-PEDE-PEDIDO THRU P-PEDE-PEDIDO-FIM.
       P-REC56.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.

      *-----------------------------------------------------------*
      * Boleto do titulo: linha digitavel (47 bancario / 48        *
      * concessionaria) ou codigo de barras da leitora (44, que   *
      * vira linha aqui). Confere os digitos verificadores de     *
      * cada campo e o geral, e depois o valor e o vencimento     *
      * que o codigo traz contra o que foi digitado - erro de um  *
      * digito no valor/vencimento so aparecia quando o banco     *
      * devolvia o pagamento. Divergencia acende CB-DIVERGE-88 e  *
      * o P-REC51 volta ao vencimento. Em branco = sem boleto.    *
      *-----------------------------------------------------------*
       P-PEDE-BOLETO.
           MOVE "N" TO WS-CB-DIVERGE.
           MOVE SPACES TO CODBAR-CHE.
           DISPLAY (18 04) "Linha Digitavel....=".
       P-PEDE-BOLETO-ACEITA.
           ACCEPT (18 25) WS-CB-ENTRADA WITH PROMPT UPDATE.
           PERFORM P-CB-SO-DIGITOS THRU P-CB-SO-DIGITOS-FIM.
           IF WS-CB-QTDE = ZEROS
               GO TO P-PEDE-BOLETO-FIM.
           IF WS-CB-QTDE = 44
               PERFORM P-CB-BARRA-P-LINHA THRU P-CB-BARRA-P-LINHA-FIM.
           IF WS-CB-QTDE = 47
               GO TO P-PEDE-BOLETO-BCO.
           IF WS-CB-QTDE = 48 AND WS-CB-LIN-C (1) = "8"
               GO TO P-PEDE-BOLETO-ARR.
           DISPLAY (22 04) "!! INFORME A LINHA DIGITAVEL (47/48)".
           DISPLAY (23 04) "   OU O CODIGO DE BARRAS (44) !!".
           ACCEPT WS-P.
           DISPLAY (22 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.
           GO TO P-PEDE-BOLETO-ACEITA.

      *-----boleto bancario: DV (modulo 10) dos tres campos, DV-------*
      *-----geral (modulo 11) do codigo de barras, valor e fator-------*
      *-----de vencimento (0 = boleto sem valor/sem vencimento)--------*
       P-PEDE-BOLETO-BCO.
           MOVE "B" TO WS-CB-TIPO.
           MOVE WS-CB-LINHA TO WS-MD-BUF.
           MOVE ZEROS TO WS-MD-PULA.
           MOVE 1 TO WS-MD-INI.
           MOVE 9 TO WS-MD-FIM.
           PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.
           IF WS-MD-DV NOT = WS-MD-DIG (10)
               GO TO P-PEDE-BOLETO-DV.
           MOVE 11 TO WS-MD-INI.
           MOVE 20 TO WS-MD-FIM.
           PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.
           IF WS-MD-DV NOT = WS-MD-DIG (21)
               GO TO P-PEDE-BOLETO-DV.
           MOVE 22 TO WS-MD-INI.
           MOVE 31 TO WS-MD-FIM.
           PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.
           IF WS-MD-DV NOT = WS-MD-DIG (32)
               GO TO P-PEDE-BOLETO-DV.
           PERFORM P-CB-LINHA-P-BARRA THRU P-CB-LINHA-P-BARRA-FIM.
           MOVE WS-CB-BARRA TO WS-MD-BUF.
           MOVE 1 TO WS-MD-INI.
           MOVE 44 TO WS-MD-FIM.
           MOVE 5 TO WS-MD-PULA.
           PERFORM P-MODULO-11 THRU P-MODULO-11-FIM.
           IF WS-MD-DV NOT = WS-MD-DIG (5)
               GO TO P-PEDE-BOLETO-DV.
           IF WS-CB-VLR-BCO NOT = ZEROS
               AND WS-CB-VLR-BCO NOT = VALOR-CHE
               MOVE WS-CB-VLR-BCO TO WS-CB-VALOR
               GO TO P-PEDE-BOLETO-VALOR.
           IF WS-CB-FATOR = ZEROS
               GO TO P-PEDE-BOLETO-OK.
           PERFORM P-CB-FATOR-DOC THRU P-CB-FATOR-DOC-FIM.
           IF WS-CB-FATOR-DOC NOT = WS-CB-FATOR
               GO TO P-PEDE-BOLETO-VCTO.
           GO TO P-PEDE-BOLETO-OK.

      *-----concessionaria: 4 blocos de 11 digitos + DV, modulo-------*
      *-----10 ou 11 conforme o 3o digito; o valor so vale quando-----*
      *-----o 3o digito diz que e valor efetivo (6/8) - conta de------*
      *-----consumo nao traz vencimento no codigo---------------------*
       P-PEDE-BOLETO-ARR.
           MOVE "A" TO WS-CB-TIPO.
           PERFORM P-CB-LINHA-P-BARRA THRU P-CB-LINHA-P-BARRA-FIM.
           IF NOT CB-ARR-MOD10-88 AND NOT CB-ARR-MOD11-88
               GO TO P-PEDE-BOLETO-DV.
           MOVE WS-CB-LINHA TO WS-MD-BUF.
           MOVE ZEROS TO WS-MD-PULA.
           MOVE 1 TO WS-CB-BLOCO.
       P-PEDE-BOLETO-ARR-BLOCO.
           COMPUTE WS-MD-INI = ( WS-CB-BLOCO - 1 ) * 12 + 1.
           COMPUTE WS-MD-FIM = WS-MD-INI + 10.
           PERFORM P-CB-DV-ARR.
           COMPUTE WS-CB-I = WS-MD-FIM + 1.
           IF WS-MD-DV NOT = WS-MD-DIG (WS-CB-I)
               GO TO P-PEDE-BOLETO-DV.
           ADD 1 TO WS-CB-BLOCO.
           IF WS-CB-BLOCO < 5
               GO TO P-PEDE-BOLETO-ARR-BLOCO.
           MOVE WS-CB-BARRA TO WS-MD-BUF.
           MOVE 1 TO WS-MD-INI.
           MOVE 44 TO WS-MD-FIM.
           MOVE 4 TO WS-MD-PULA.
           PERFORM P-CB-DV-ARR.
           IF WS-MD-DV NOT = WS-MD-DIG (4)
               GO TO P-PEDE-BOLETO-DV.
           IF CB-ARR-VALOR-88 AND WS-CB-VLR-ARR NOT = VALOR-CHE
               MOVE WS-CB-VLR-ARR TO WS-CB-VALOR
               GO TO P-PEDE-BOLETO-VALOR.
           GO TO P-PEDE-BOLETO-OK.

       P-PEDE-BOLETO-DV.
           DISPLAY (22 04) "!! DIGITO VERIFICADOR NAO CONFERE !!".
           DISPLAY (23 04) "   Confira a linha digitada".
           ACCEPT WS-P.
           DISPLAY (22 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.
           GO TO P-PEDE-BOLETO-ACEITA.

       P-PEDE-BOLETO-VALOR.
           MOVE WS-CB-VALOR TO WS-CB-MOSTRA-VLR.
           DISPLAY (22 04) "!! BOLETO DE R$ " WS-CB-MOSTRA-VLR.
           DISPLAY (23 04) "   VALOR DIFERE DO DOCUMENTO !!".
           GO TO P-PEDE-BOLETO-DIVERGE.

       P-PEDE-BOLETO-VCTO.
           DISPLAY (22 04) "!! VENCIMENTO DO BOLETO DIFERE".
           DISPLAY (23 04) "   DO DIGITADO !!".

       P-PEDE-BOLETO-DIVERGE.
           ACCEPT WS-P.
           DISPLAY (22 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.
           MOVE "S" TO WS-CB-DIVERGE.
           GO TO P-PEDE-BOLETO-FIM.

       P-PEDE-BOLETO-OK.
           MOVE WS-CB-LINHA TO CODBAR-CHE.
           MOVE WS-CB-LINHA TO WS-CB-ENTRADA.
           DISPLAY (18 25) WS-CB-ENTRADA.
       P-PEDE-BOLETO-FIM.

      *-----so os digitos do que foi digitado/lido, em WS-CB-LINHA----*
       P-CB-SO-DIGITOS.
           MOVE SPACES TO WS-CB-LINHA.
           MOVE ZEROS TO WS-CB-QTDE.
           MOVE 1 TO WS-CB-I.
       P-CB-SO-DIGITOS-LOOP.
           IF WS-CB-I > 55
               GO TO P-CB-SO-DIGITOS-FIM.
           IF WS-CB-ENT-C (WS-CB-I) IS NUMERIC
               ADD 1 TO WS-CB-QTDE
               IF WS-CB-QTDE < 49
                   MOVE WS-CB-ENT-C (WS-CB-I)
                       TO WS-CB-LIN-C (WS-CB-QTDE).
           ADD 1 TO WS-CB-I.
           GO TO P-CB-SO-DIGITOS-LOOP.
       P-CB-SO-DIGITOS-FIM.

      *-----codigo de barras da leitora (44) -> linha digitavel,------*
      *-----calculando os DV dos campos; o DV geral ja vem no--------*
      *-----codigo e e conferido depois, como se fosse digitado-------*
       P-CB-BARRA-P-LINHA.
           MOVE WS-CB-LINHA TO WS-CB-BARRA.
           MOVE SPACES TO WS-CB-LINHA.
           MOVE ZEROS TO WS-MD-PULA.
           IF WS-CB-BARRA (1:1) = "8"
               GO TO P-CB-BARRA-P-LINHA-ARR.
           MOVE "B" TO WS-CB-TIPO.
           MOVE WS-CB-BARRA (1:4)   TO WS-CB-LINHA (1:4).
           MOVE WS-CB-BARRA (20:5)  TO WS-CB-LINHA (5:5).
           MOVE WS-CB-BARRA (25:10) TO WS-CB-LINHA (11:10).
           MOVE WS-CB-BARRA (35:10) TO WS-CB-LINHA (22:10).
           MOVE WS-CB-BARRA (5:1)   TO WS-CB-LINHA (33:1).
           MOVE WS-CB-BARRA (6:14)  TO WS-CB-LINHA (34:14).
           MOVE WS-CB-LINHA TO WS-MD-BUF.
           MOVE 1 TO WS-MD-INI.
           MOVE 9 TO WS-MD-FIM.
           PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.
           MOVE WS-MD-DV TO WS-CB-LIN-C (10).
           MOVE 11 TO WS-MD-INI.
           MOVE 20 TO WS-MD-FIM.
           PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.
           MOVE WS-MD-DV TO WS-CB-LIN-C (21).
           MOVE 22 TO WS-MD-INI.
           MOVE 31 TO WS-MD-FIM.
           PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.
           MOVE WS-MD-DV TO WS-CB-LIN-C (32).
           MOVE 47 TO WS-CB-QTDE.
           GO TO P-CB-BARRA-P-LINHA-FIM.
       P-CB-BARRA-P-LINHA-ARR.
           MOVE "A" TO WS-CB-TIPO.
           MOVE WS-CB-BARRA (1:11)  TO WS-CB-LINHA (1:11).
           MOVE WS-CB-BARRA (12:11) TO WS-CB-LINHA (13:11).
           MOVE WS-CB-BARRA (23:11) TO WS-CB-LINHA (25:11).
           MOVE WS-CB-BARRA (34:11) TO WS-CB-LINHA (37:11).
           MOVE WS-CB-LINHA TO WS-MD-BUF.
           MOVE 1 TO WS-CB-BLOCO.
       P-CB-BARRA-P-LINHA-BLOCO.
           COMPUTE WS-MD-INI = ( WS-CB-BLOCO - 1 ) * 12 + 1.
           COMPUTE WS-MD-FIM = WS-MD-INI + 10.
           PERFORM P-CB-DV-ARR.
           COMPUTE WS-CB-I = WS-MD-FIM + 1.
           MOVE WS-MD-DV TO WS-CB-LIN-C (WS-CB-I).
           ADD 1 TO WS-CB-BLOCO.
           IF WS-CB-BLOCO < 5
               GO TO P-CB-BARRA-P-LINHA-BLOCO.
           MOVE 48 TO WS-CB-QTDE.
       P-CB-BARRA-P-LINHA-FIM.

      *-----linha digitavel -> codigo de barras (44), p/ o DV geral---*
      *-----e p/ ler valor/fator nas posicoes do codigo---------------*
       P-CB-LINHA-P-BARRA.
           IF CB-ARRECADACAO-88
               GO TO P-CB-LINHA-P-BARRA-ARR.
           MOVE WS-CB-LINHA (1:4)   TO WS-CB-BARRA (1:4).
           MOVE WS-CB-LINHA (33:1)  TO WS-CB-BARRA (5:1).
           MOVE WS-CB-LINHA (34:14) TO WS-CB-BARRA (6:14).
           MOVE WS-CB-LINHA (5:5)   TO WS-CB-BARRA (20:5).
           MOVE WS-CB-LINHA (11:10) TO WS-CB-BARRA (25:10).
           MOVE WS-CB-LINHA (22:10) TO WS-CB-BARRA (35:10).
           GO TO P-CB-LINHA-P-BARRA-FIM.
       P-CB-LINHA-P-BARRA-ARR.
           MOVE WS-CB-LINHA (1:11)  TO WS-CB-BARRA (1:11).
           MOVE WS-CB-LINHA (13:11) TO WS-CB-BARRA (12:11).
           MOVE WS-CB-LINHA (25:11) TO WS-CB-BARRA (23:11).
           MOVE WS-CB-LINHA (37:11) TO WS-CB-BARRA (34:11).
       P-CB-LINHA-P-BARRA-FIM.

      *-----concessionaria: o 3o digito do codigo escolhe o modulo----*
       P-CB-DV-ARR.
           IF CB-ARR-MOD11-88
               PERFORM P-MODULO-11 THRU P-MODULO-11-FIM
           ELSE
               PERFORM P-MODULO-10 THRU P-MODULO-10-FIM.

      *-----modulo 10: pesos 2,1,2,1... da direita p/ a esquerda,-----*
      *-----produto de 2 digitos soma os digitos; os dois modulos-----*
      *-----pulam a posicao do DV geral (WS-MD-PULA, 0 = nenhuma)-----*
       P-MODULO-10.
           MOVE ZEROS TO WS-MD-SOMA.
           MOVE 2 TO WS-MD-PESO.
           MOVE WS-MD-FIM TO WS-MD-I.
       P-MODULO-10-LOOP.
           IF WS-MD-I < WS-MD-INI
               GO TO P-MODULO-10-FIM.
           IF WS-MD-I = WS-MD-PULA
               SUBTRACT 1 FROM WS-MD-I
               GO TO P-MODULO-10-LOOP.
           COMPUTE WS-MD-PROD = WS-MD-DIG (WS-MD-I) * WS-MD-PESO.
           IF WS-MD-PROD > 9
               SUBTRACT 9 FROM WS-MD-PROD.
           ADD WS-MD-PROD TO WS-MD-SOMA.
           IF WS-MD-PESO = 2
               MOVE 1 TO WS-MD-PESO
           ELSE
               MOVE 2 TO WS-MD-PESO.
           SUBTRACT 1 FROM WS-MD-I.
           GO TO P-MODULO-10-LOOP.
       P-MODULO-10-FIM.
           DIVIDE WS-MD-SOMA BY 10 GIVING WS-MD-QUOC
                                  REMAINDER WS-MD-RESTO.
           IF WS-MD-RESTO = ZEROS
               MOVE ZEROS TO WS-MD-DV
           ELSE
               COMPUTE WS-MD-DV = 10 - WS-MD-RESTO.

      *-----modulo 11: pesos 2 a 9 da direita p/ a esquerda; o--------*
      *-----bancario troca 0/10/11 por 1, a concessionaria por 0------*
       P-MODULO-11.
           MOVE ZEROS TO WS-MD-SOMA.
           MOVE 2 TO WS-MD-PESO.
           MOVE WS-MD-FIM TO WS-MD-I.
       P-MODULO-11-LOOP.
           IF WS-MD-I < WS-MD-INI
               GO TO P-MODULO-11-FIM.
           IF WS-MD-I = WS-MD-PULA
               SUBTRACT 1 FROM WS-MD-I
               GO TO P-MODULO-11-LOOP.
           COMPUTE WS-MD-SOMA = WS-MD-SOMA
                              + WS-MD-DIG (WS-MD-I) * WS-MD-PESO.
           ADD 1 TO WS-MD-PESO.
           IF WS-MD-PESO > 9
               MOVE 2 TO WS-MD-PESO.
           SUBTRACT 1 FROM WS-MD-I.
           GO TO P-MODULO-11-LOOP.
       P-MODULO-11-FIM.
           DIVIDE WS-MD-SOMA BY 11 GIVING WS-MD-QUOC
                                  REMAINDER WS-MD-RESTO.
           COMPUTE WS-MD-DV11 = 11 - WS-MD-RESTO.
           IF WS-MD-DV11 > 9
               IF CB-BANCARIO-88
                   MOVE 1 TO WS-MD-DV
               ELSE
                   MOVE ZEROS TO WS-MD-DV
           ELSE
               MOVE WS-MD-DV11 TO WS-MD-DV.

      *-----fator de vencimento = dias desde 07/10/1997; chegou a-----*
      *-----9999 em 21/02/2025 e recomecou em 1000 (ciclo de 9000)----*
       P-CB-FATOR-DOC.
           MOVE 1997 TO WS-DC-ANO.
           MOVE 10 TO WS-DC-MES.
           MOVE 07 TO WS-DC-DIA.
           PERFORM P-DIAS-CORRIDOS.
           MOVE WS-DC-RESULT TO WS-CB-DIAS-BASE.
           MOVE WS-CB-VCTO-ANO TO WS-DC-ANO.
           MOVE WS-CB-VCTO-MES TO WS-DC-MES.
           MOVE WS-CB-VCTO-DIA TO WS-DC-DIA.
           PERFORM P-DIAS-CORRIDOS.
           MOVE ZEROS TO WS-CB-FATOR-DOC.
           IF WS-DC-RESULT < WS-CB-DIAS-BASE
               GO TO P-CB-FATOR-DOC-FIM.
           COMPUTE WS-CB-FATOR-DOC = WS-DC-RESULT - WS-CB-DIAS-BASE.
       P-CB-FATOR-DOC-LOOP.
           IF WS-CB-FATOR-DOC > 9999
               SUBTRACT 9000 FROM WS-CB-FATOR-DOC
               GO TO P-CB-FATOR-DOC-LOOP.
       P-CB-FATOR-DOC-FIM.

      *-----dias corridos de WS-DC-ANO/MES/DIA, com a regra inteira---*
      *-----do bissexto (centenas so quando divisiveis por 400)-------*
       P-DIAS-CORRIDOS.
           COMPUTE WS-DC-ANT = WS-DC-ANO - 1.
           DIVIDE WS-DC-ANT BY 4 GIVING WS-DC-Q4.
           DIVIDE WS-DC-ANT BY 100 GIVING WS-DC-Q100.
           DIVIDE WS-DC-ANT BY 400 GIVING WS-DC-Q400.
           DIVIDE WS-DC-ANO BY 4 GIVING WS-DC-QUOC
                                 REMAINDER WS-DC-R4.
           DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-QUOC
                                   REMAINDER WS-DC-R100.
           DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-QUOC
                                   REMAINDER WS-DC-R400.
           MOVE ZEROS TO WS-DC-BISSEXTO.
           IF WS-DC-MES > 2 AND WS-DC-R4 = ZEROS
               AND ( WS-DC-R100 NOT = ZEROS OR WS-DC-R400 = ZEROS )
               MOVE 1 TO WS-DC-BISSEXTO.
           COMPUTE WS-DC-RESULT = WS-DC-ANT * 365 + WS-DC-Q4
               - WS-DC-Q100 + WS-DC-Q400
               + WS-TAB-MES-V ( WS-DC-MES ) + WS-DC-DIA
               + WS-DC-BISSEXTO.

       P-FIM.
           IF TEM-NATUREZA-88
               CLOSE NATUREZA.

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
           WRITE REG-HIST.
           CLOSE HIST.

      *-----------------------------------------------------------*
      * Titulo marcado como adiantamento: abre a linha do credito  *
      * do fornecedor em ADIANT.DAT, ainda sem nada consumido.     *
      *-----------------------------------------------------------*
       P-GRAVA-ADIANT.
           OPEN I-O ADIANT.
           IF FS-ADIANT = "30"
               CLOSE ADIANT
               OPEN OUTPUT ADIANT
               CLOSE ADIANT
               OPEN I-O ADIANT.
           MOVE WS-EMPRESA-ATUAL TO ADT-EMPRESA.
           MOVE NUM-CHE          TO ADT-NUM-CHE.
           MOVE WS-DESCRI        TO ADT-FORN-COD.
           COMPUTE ADT-DATA = ANO * 10000 + MES * 100 + DIA.
           MOVE VALOR-CHE        TO ADT-VALOR.
           MOVE ZEROS            TO ADT-CONSUMIDO.
           MOVE "A"              TO ADT-SITUACAO.
           MOVE WS-OPER-ATUAL    TO ADT-OPER-COD.
           MOVE "A"              TO ADT-ORIGEM.
           MOVE ZEROS            TO ADT-DEVOLVIDO.
           WRITE REG-ADIANT
               INVALID KEY
                   REWRITE REG-ADIANT.
           CLOSE ADIANT.

      *-----------------------------------------------------------*
      * Vencimento em sabado, domingo ou feriado (FERIADO.DAT,    *
      * BANCO62) ROLA p/ o proximo dia util - o pagamento de      *
