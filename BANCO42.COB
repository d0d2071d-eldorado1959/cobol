      *    (EMPRESA.DAT), um registro "1" por titulo com favorecido,
      *    vencimento e valor, e um registro "9" de fechamento com a
      *    quantidade e o total - o banco executa o lote e ninguem
      *    mais redigita pagamento no internet banking. Titulo com
      *    boleto (linha digitavel conferida no BANCO06) leva o
      *    codigo de barras de 44 digitos no registro "1", p/ o
      *    banco pagar exatamente aquele boleto.
      *    Titulo de favorecido com dado bancario recem-trocado e
      *    ainda nao verificado por telefone (VERFORN.DAT /
      *    BANCOFS) fica retido fora da remessa.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
                  RECORD KEY   IS EMPRESA-COD
                  FILE STATUS  IS FS-EMPRESA.

           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-VERF.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
       FILE SECTION.
       COPY BCOMAST.

       COPY VERFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
       01 REG-TERMARQ          PIC 99.

      *-----registro alargado p/ levar o CNPJ/CPF do favorecido,-------*
      *-----que o banco passou a exigir na remessa, e depois o---------*
      *-----codigo de barras do boleto----------------------------------*
       FD REMESSA           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "REMESSA.TXT".
       01 REG-REMESSA          PIC X(150).

       COPY EMPRESA.

       77 WS-ACHOU-FORN         PIC X VALUE "N".
       88 ACHOU-FORN-88         VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
      *-----fornecedor com dado bancario mudado e ainda nao-----------*
      *-----verificado por telefone (VERFORN.DAT / BANCOFS): os-------*
      *-----nomes ficam aqui e o documento do favorecido e retido-----*
       77 FS-VERF               PIC XX.
       77 WS-TOTAL-RETIDOS      PIC 9(04) VALUE ZEROS.
       77 WS-VERF-QTDE          PIC 999 VALUE ZEROS.
       77 WS-VERF-IDX           PIC 999 VALUE ZEROS.
       77 WS-VERF-RETIDO        PIC X VALUE "N".
       88 VERF-RETIDO-88        VALUE "S".
       01 WS-VERF-TAB.
           03 WS-VERF-NOME      PIC X(20) OCCURS 200 TIMES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-TOTAL-GERADOS     PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WS-ABERTO            PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-CHAVE-BUF          PIC X(06) VALUE ZEROS.
      *-----documento fiscal do favorecido (FORN-CNPJ)------------------*
           02 DET-CNPJ-FAV     PIC X(18).
           02 F PIC X(08) VALUE SPACES.
      *-----codigo de barras (44) montado da linha digitavel do------*
      *-----titulo; espacos = titulo sem boleto-------------------------*
           02 DET-COD-BARRAS   PIC X(44).
           02 F PIC X(06) VALUE SPACES.

      *-----registro "9": fechamento, quantidade e soma do lote--------*
       01 LINHA-REM-TRAILER.
               MOVE "S" TO WS-TEM-FORN
           ELSE
               CLOSE FORN.
           PERFORM P-CARREGA-VERIF THRU P-CARREGA-VERIF-FIM.

       P-PERIODO.
           MOVE ZEROS TO WS-TOTAL-GERADOS.
           MOVE ZEROS TO WS-TOTAL-RETIDOS.
           MOVE ZEROS TO WS-TOTAL-VALOR.
           DISPLAY TELA.
           PERFORM P-DATA.
           MOVE DIA-CHE TO DIA-R.
           IF WS-DATA-R < WS-DATA-I OR WS-DATA-R > WS-DATA-F
               GO TO LER.
      *     favorecido com dado bancario trocado e ainda nao
      *     verificado por telefone (BANCOFS) fica retido - senao o
      *     banco paga na conta recem-informada
           PERFORM P-TESTA-VERIF THRU P-TESTA-VERIF-FIM.
           IF VERF-RETIDO-88
               ADD 1 TO WS-TOTAL-RETIDOS
               GO TO LER.
      *     o banco paga o saldo em aberto (mesma conta do BANCO98),
      *     nao o valor de face - pagamento parcial, desconto e
      *     abatimento ja feitos ficam de fora
           COMPUTE WS-ABERTO = VALOR-CHE + JUROS-PAGO-CHE
                             - VALOR-PAGO - DESC-CHE.
           IF WS-ABERTO NOT > ZEROS
               GO TO LER.
           PERFORM P-GRAVA-DET.
           GO TO LER.

           MOVE DIA-CHE    TO DET-DIA.
           MOVE MES-CHE    TO DET-MES.
           MOVE ANO-CHE    TO DET-ANO.
           MOVE WS-ABERTO  TO DET-VALOR.
           MOVE CONTA-CHE  TO DET-CONTA.
           PERFORM P-MONTA-BARRAS.
           PERFORM P-BUSCA-DADOS-FORN THRU P-BUSCA-DADOS-FORN-FIM.
           IF ACHOU-FORN-88
               MOVE FORN-AGENCIA TO DET-AGENCIA-FAV
               MOVE SPACES TO DET-CNPJ-FAV.
           WRITE REG-REMESSA FROM LINHA-REM-DET.
           ADD 1 TO WS-TOTAL-GERADOS.
           ADD WS-ABERTO TO WS-TOTAL-VALOR.

      *-----linha digitavel (CODBAR-CHE) -> codigo de barras: a------*
      *-----concessionaria (48, comeca com 8) so tira o DV de cada----*
      *-----bloco; o bancario (47) volta os campos p/ as posicoes-----*
      *-----do codigo e deixa de fora os 3 DV de campo----------------*
       P-MONTA-BARRAS.
           MOVE SPACES TO DET-COD-BARRAS.
           IF CODBAR-CHE = SPACES
               EXIT PARAGRAPH.
           IF CODBAR-CHE (1:1) = "8" AND CODBAR-CHE (48:1) NOT = SPACE
               MOVE CODBAR-CHE (1:11)  TO DET-COD-BARRAS (1:11)
               MOVE CODBAR-CHE (13:11) TO DET-COD-BARRAS (12:11)
               MOVE CODBAR-CHE (25:11) TO DET-COD-BARRAS (23:11)
               MOVE CODBAR-CHE (37:11) TO DET-COD-BARRAS (34:11)
               EXIT PARAGRAPH.
           MOVE CODBAR-CHE (1:4)   TO DET-COD-BARRAS (1:4).
           MOVE CODBAR-CHE (33:1)  TO DET-COD-BARRAS (5:1).
           MOVE CODBAR-CHE (34:14) TO DET-COD-BARRAS (6:14).
           MOVE CODBAR-CHE (5:5)   TO DET-COD-BARRAS (20:5).
           MOVE CODBAR-CHE (11:10) TO DET-COD-BARRAS (25:10).
           MOVE CODBAR-CHE (22:10) TO DET-COD-BARRAS (35:10).

       P-FINAL-IMP.
           MOVE WS-TOTAL-GERADOS TO TRL-QTDE.
           DISPLAY (15 04) WS-TOTAL-GERADOS " titulo(s) na remessa".
           DISPLAY (16 04) "no total de R$: " WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Arquivo gravado em REMESSA.TXT".
           IF WS-TOTAL-RETIDOS NOT = ZEROS
               DISPLAY (19 04) WS-TOTAL-RETIDOS
                   " titulo(s) RETIDO(S): fornecedor em verificacao"
               DISPLAY (20 04)
                   "(dado bancario mudado - verificar no BANCOFS)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           IF TEM-FORN-88
           DISPLAY (12 20) "!!!!!  CHAVE INVALIDA  !!!!!".
           STOP RUN.

      *-----------------------------------------------------------*
      * Fornecedor em verificacao (VERFORN.DAT, ver VERFMAST):     *
      * P-CARREGA-VERIF guarda o nome de todo fornecedor com       *
      * mudanca de dado bancario ainda nao confirmada por          *
      * telefone; P-TESTA-VERIF liga VERF-RETIDO-88 quando o       *
      * favorecido do documento lido (DESCRI-CHE) e um deles.      *
      *-----------------------------------------------------------*
       P-CARREGA-VERIF.
           MOVE ZEROS TO WS-VERF-QTDE.
           OPEN INPUT VERFORN.
           IF FS-VERF NOT = "00"
               CLOSE VERFORN
               GO TO P-CARREGA-VERIF-FIM.
       P-CARREGA-VERIF-LER.
           READ VERFORN NEXT RECORD
               AT END
                   CLOSE VERFORN
                   GO TO P-CARREGA-VERIF-FIM.
           IF NOT VF-EM-VERIFICACAO
               GO TO P-CARREGA-VERIF-LER.
           IF WS-VERF-QTDE NOT < 200
               GO TO P-CARREGA-VERIF-LER.
           ADD 1 TO WS-VERF-QTDE.
           MOVE VF-FORN-NOME TO WS-VERF-NOME ( WS-VERF-QTDE ).
           GO TO P-CARREGA-VERIF-LER.
       P-CARREGA-VERIF-FIM.

       P-TESTA-VERIF.
           MOVE "N" TO WS-VERF-RETIDO.
           MOVE ZEROS TO WS-VERF-IDX.
       P-TESTA-VERIF-LER.
           ADD 1 TO WS-VERF-IDX.
           IF WS-VERF-IDX > WS-VERF-QTDE
               GO TO P-TESTA-VERIF-FIM.
           IF WS-VERF-NOME ( WS-VERF-IDX ) = DESCRI-CHE
               MOVE "S" TO WS-VERF-RETIDO
               GO TO P-TESTA-VERIF-FIM.
           GO TO P-TESTA-VERIF-LER.
       P-TESTA-VERIF-FIM.

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
