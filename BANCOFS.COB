      *    Mantem o arquivo unico FORN.DAT lido por BANCO01 e
      *    BANCO06 na tela de favorecidos (TELA-FORN), para que o
      *    mesmo codigo numerico signifique o mesmo fornecedor em
      *    qualquer programa de entrada. Mudanca de dados
      *    bancarios pendente de confirmacao entra na caixa de
      *    tarefas dos operadores (TAREFA.DAT / BANCO29).
      *    Mudanca de dados bancarios aplicada deixa o fornecedor
      *    EM VERIFICACAO (VERFORN.DAT): remessa, bordero e
      *    confirmacao dos documentos dele ficam retidos ate um
      *    supervisor registrar a confirmacao por telefone
      *    (opcao 5) - ou a recusa, que devolve os dados antigos.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-FORN.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-TAR.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-FORN-COD
                  FILE STATUS IS FS-PF.
           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-VERF.
       DATA DIVISION.
       FILE SECTION.
       COPY FORNMAST.

       COPY TAREFMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*

       COPY PFORMAST.

       COPY VERFMAST.

       WORKING-STORAGE SECTION.
      *-----sessao POR TERMINAL (quem esta logado carimba o jornal-----*
      *-----de cadastros) + area do CADHIST.DAT + dupla custodia-------*
       77 WS-OLD-CONTA          PIC X(12) VALUE SPACES.
       77 WS-OLD-PIX            PIC X(32) VALUE SPACES.
       77 WS-QTDE-PEND          PIC 9(03) VALUE ZEROS.
      *-----verificacao por telefone (VERFORN.DAT): so supervisor------*
       77 FS-VERF               PIC XX.
       77 WS-OPER-NIVEL         PIC 9 VALUE ZEROS.
       77 WS-VF-COD             PIC 9(03) VALUE ZEROS.
       77 WS-VF-CONTATO         PIC X(30) VALUE SPACES.
       77 WS-VF-RESP            PIC X VALUE SPACES.
       01 WS-VF-DATA-MOSTRA.
           03 WS-VFM-ANO        PIC 9(04).
           03 WS-VFM-MES        PIC 99.
           03 WS-VFM-DIA        PIC 99.
       01 WS-VF-DATA-R REDEFINES WS-VF-DATA-MOSTRA PIC 9(08).
      *-----tarefa "ligar p/ o fornecedor" (elo proprio, p/ nao------*
      *-----colidir com a confirmacao do PENDFORN)----------------------*
       01 WS-VF-TAR-REF.
           03 FILLER            PIC X(05) VALUE "FONE ".
           03 WS-VF-TAR-COD     PIC 9(03).
           03 FILLER            PIC X(04) VALUE SPACES.
      *-----validacao de CNPJ/CPF por digito verificador (mod 11)------*
       77 WS-DOC-OK             PIC X VALUE "N".
       77 WS-DOC-DIGITOS        PIC X(14) VALUE SPACES.
           03 WS-SEED OCCURS 59 TIMES.
              05 WS-SEED-NOME  PIC X(20).

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
           02 LINE 06 COLUMN 04 VALUE "<2> Alterar".
           02 LINE 07 COLUMN 04 VALUE "<3> Listar".
           02 LINE 08 COLUMN 04 VALUE "<4> Confirmar Dados Bancarios".
           02 LINE 09 COLUMN 04 VALUE "<5> Verificacao por Telefone".
           02 LINE 10 COLUMN 04 VALUE "<0> Sair".
           02 LINE 11 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-FORN-1.
               OPEN OUTPUT PENDFORN
               CLOSE PENDFORN
               OPEN I-O PENDFORN.
           OPEN I-O VERFORN.
           IF FS-VERF = "30" OR FS-VERF = "35"
               CLOSE VERFORN
               OPEN OUTPUT VERFORN
               CLOSE VERFORN
               OPEN I-O VERFORN.

       P01-MENU.
           DISPLAY TELA-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-CONFIRMA-BANCO THRU P-CONFIRMA-BANCO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-VERIFICA-FONE THRU P-VERIFICA-FONE-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

               + 2000 + ANO-DOS-CH.
           WRITE REG-PENDFORN INVALID KEY
               REWRITE REG-PENDFORN.
      *     e a confirmacao entra na caixa de tarefas de todos -
      *     qualquer outro operador pode dar os segundos olhos
           MOVE "BANCOFS" TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE PF-FORN-COD TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "CONFIRMAR BANCO FORN. " DELIMITED BY SIZE
                  FORN-NOME DELIMITED BY SIZE
                  INTO TAR-DESCRI.
           PERFORM P-TAREFA-HOJE.
           MOVE WS-TAR-HOJE TO TAR-VENCE.
           MOVE WS-OPER-ATUAL TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE ZEROS TO TAR-PERFIL-DEST.
           MOVE "A" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.

      *-----------------------------------------*
      * Confirmacao pelos segundos olhos: outro operador (codigo
                   ACCEPT WS-P
                   GO TO P-CONFIRMA-BANCO-FIM.
           MOVE REG-FORN TO WS-CADH-ANTES.
           MOVE FORN-BANCO TO VF-ANT-BANCO.
           MOVE FORN-AGENCIA TO VF-ANT-AGENCIA.
           MOVE FORN-CONTA TO VF-ANT-CONTA.
           MOVE FORN-PIX TO VF-ANT-PIX.
           MOVE PF-BANCO TO FORN-BANCO.
           MOVE PF-AGENCIA TO FORN-AGENCIA.
           MOVE PF-CONTA TO FORN-CONTA.
           MOVE REG-FORN TO WS-CADH-DEPOIS.
           PERFORM P-GRAVA-CADHIST.
           REWRITE REG-FORN.
           PERFORM P-GRAVA-VERIFICACAO.
           DELETE PENDFORN.
           MOVE "BANCOFS" TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE FORN-COD TO TAR-REF.
           MOVE WS-OPER-ATUAL TO WS-TAR-OPER.
           PERFORM P-BAIXA-TAREFA.
           DISPLAY (21 04) "Dados bancarios confirmados.".
           DISPLAY (22 04)
               "!! PAGAMENTOS RETIDOS ATE VERIFICAR POR TELEFONE !!".
           ACCEPT WS-P.
       P-CONFIRMA-BANCO-FIM.

      *-----------------------------------------------------------*
      * Mudanca aplicada: fornecedor entra EM VERIFICACAO          *
      * (VERFORN.DAT) com o ANTES (VF-ANT-*, ja montado) e o       *
      * DEPOIS, e a ligacao p/ o fornecedor vai p/ a caixa de      *
      * tarefas - so um supervisor da a baixa (opcao 5).           *
      *-----------------------------------------------------------*
       P-GRAVA-VERIFICACAO.
           MOVE FORN-COD TO VF-FORN-COD.
           PERFORM P-TAREFA-HOJE.
           MOVE WS-TAR-HOJE TO VF-DATA.
           ACCEPT WS-HORA-DOS-CH FROM TIME.
           COMPUTE VF-HORA =
               WS-HH-CH * 10000 + WS-MM-CH * 100 + WS-SS-CH.
           MOVE FORN-NOME TO VF-FORN-NOME.
           MOVE FORN-BANCO TO VF-NOVO-BANCO.
           MOVE FORN-AGENCIA TO VF-NOVO-AGENCIA.
           MOVE FORN-CONTA TO VF-NOVO-CONTA.
           MOVE FORN-PIX TO VF-NOVO-PIX.
           MOVE PF-OPER-PEDIU TO VF-OPER-PEDIU.
           MOVE WS-OPER-ATUAL TO VF-OPER-APLICOU.
           MOVE "P" TO VF-SITUACAO.
           MOVE ZEROS TO VF-VERIF-DATA.
           MOVE ZEROS TO VF-VERIF-OPER.
           MOVE SPACES TO VF-CONTATO.
           WRITE REG-VERFORN INVALID KEY
               REWRITE REG-VERFORN.
           MOVE "BANCOFS" TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE FORN-COD TO WS-VF-TAR-COD.
           MOVE WS-VF-TAR-REF TO TAR-REF.
           MOVE SPACES TO TAR-DESCRI.
           STRING "LIGAR P/ CONFIRMAR CONTA " DELIMITED BY SIZE
                  FORN-NOME DELIMITED BY SIZE
                  INTO TAR-DESCRI.
           MOVE WS-TAR-HOJE TO TAR-VENCE.
           MOVE WS-OPER-ATUAL TO TAR-OPER-ABRIU.
           MOVE ZEROS TO TAR-OPER-DEST.
           MOVE ZEROS TO TAR-PERFIL-DEST.
           MOVE "A" TO TAR-BAIXA.
           PERFORM P-ABRE-TAREFA.

      *-----------------------------------------*
      * Verificacao por telefone: o supervisor (OPER-NIVEL 2) liga
      * p/ o fornecedor num telefone JA conhecido (nunca o que veio
      * no pedido de mudanca) e registra com quem falou. Confirmada,
      * os pagamentos voltam a sair; recusada, FORN.DAT volta aos
      * dados antigos. Quem pediu a mudanca nao verifica.
       P-VERIFICA-FONE.
           IF WS-OPER-NIVEL NOT = 2
               DISPLAY (22 04) "!! SO SUPERVISOR REGISTRA A VERIFICACAO"
               ACCEPT WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P-VERIFICA-FONE-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Em verificacao (pagamentos retidos):".
           MOVE 3 TO LIN.
           MOVE ZEROS TO WS-QTDE-PEND.
           MOVE LOW-VALUES TO VF-CHAVE.
           START VERFORN KEY IS NOT LESS THAN VF-CHAVE
               INVALID KEY
                   GO TO P-VERIFICA-FONE-PEDE.
       P-VERIFICA-FONE-LISTA.
           READ VERFORN NEXT RECORD
               AT END
                   GO TO P-VERIFICA-FONE-PEDE.
           IF NOT VF-EM-VERIFICACAO
               GO TO P-VERIFICA-FONE-LISTA.
           ADD 1 TO WS-QTDE-PEND.
           IF LIN > 17
               GO TO P-VERIFICA-FONE-LISTA.
           MOVE VF-DATA TO WS-VF-DATA-R.
           DISPLAY (LIN, 04) VF-FORN-COD.
           DISPLAY (LIN, 08) VF-FORN-NOME.
           DISPLAY (LIN, 29) WS-VFM-DIA "/" WS-VFM-MES "/" WS-VFM-ANO.
           DISPLAY (LIN, 41) VF-NOVO-BANCO.
           DISPLAY (LIN, 52) VF-NOVO-CONTA.
           DISPLAY (LIN, 65) "op." VF-OPER-PEDIU.
           ADD 1 TO LIN.
           GO TO P-VERIFICA-FONE-LISTA.
       P-VERIFICA-FONE-PEDE.
           IF WS-QTDE-PEND = ZEROS
               DISPLAY (22 04) "Nenhum fornecedor em verificacao."
               ACCEPT WS-P
               GO TO P-VERIFICA-FONE-FIM.
           DISPLAY (19 04) "Fornecedor verificado (0=Sai) =".
           MOVE ZEROS TO WS-VF-COD.
           ACCEPT (19 36) WS-VF-COD WITH PROMPT AUTO-SKIP.
           IF WS-VF-COD = ZEROS
               GO TO P-VERIFICA-FONE-FIM.
           MOVE WS-VF-COD TO VF-FORN-COD.
           MOVE ZEROS TO VF-DATA.
           MOVE ZEROS TO VF-HORA.
           START VERFORN KEY IS NOT LESS THAN VF-CHAVE
               INVALID KEY
                   GO TO P-VERIFICA-FONE-NADA.
       P-VERIFICA-FONE-LER.
           READ VERFORN NEXT RECORD
               AT END
                   GO TO P-VERIFICA-FONE-NADA.
           IF VF-FORN-COD NOT = WS-VF-COD
               GO TO P-VERIFICA-FONE-NADA.
           IF NOT VF-EM-VERIFICACAO
               GO TO P-VERIFICA-FONE-LER.
           IF WS-OPER-ATUAL = VF-OPER-PEDIU
               DISPLAY (22 04)
                   "!! QUEM PEDIU A MUDANCA NAO PODE VERIFICAR !!"
               ACCEPT WS-P
               GO TO P-VERIFICA-FONE-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Fornecedor " VF-FORN-COD " " VF-FORN-NOME.
           DISPLAY (04 04) "Antes : " VF-ANT-BANCO " ag." VF-ANT-AGENCIA
               " cc " VF-ANT-CONTA.
           DISPLAY (05 12) "PIX " VF-ANT-PIX.
           DISPLAY (07 04) "Depois: " VF-NOVO-BANCO " ag."
               VF-NOVO-AGENCIA " cc " VF-NOVO-CONTA.
           DISPLAY (08 12) "PIX " VF-NOVO-PIX.
           DISPLAY (10 04)
               "Ligue p/ o telefone JA cadastrado - nunca o do pedido.".
           DISPLAY (12 04) "Falou com (nome/fone) =".
           MOVE SPACES TO WS-VF-CONTATO.
           ACCEPT (12 28) WS-VF-CONTATO WITH PROMPT.
           IF WS-VF-CONTATO = SPACES
               GO TO P-VERIFICA-FONE-FIM.
           DISPLAY (14 04)
               "Fornecedor confirmou <S>, recusou <R>, volta <N> =".
           MOVE SPACES TO WS-VF-RESP.
           ACCEPT (14 56) WS-VF-RESP WITH PROMPT AUTO-SKIP.
           IF WS-VF-RESP = "s"
               MOVE "S" TO WS-VF-RESP.
           IF WS-VF-RESP = "r"
               MOVE "R" TO WS-VF-RESP.
           IF WS-VF-RESP NOT = "S" AND WS-VF-RESP NOT = "R"
               GO TO P-VERIFICA-FONE-FIM.
           IF WS-VF-RESP = "R"
               PERFORM P-DESFAZ-MUDANCA THRU P-DESFAZ-MUDANCA-FIM.
           MOVE WS-VF-RESP TO VF-SITUACAO.
           IF WS-VF-RESP = "S"
               MOVE "V" TO VF-SITUACAO.
           PERFORM P-TAREFA-HOJE.
           MOVE WS-TAR-HOJE TO VF-VERIF-DATA.
           MOVE WS-OPER-ATUAL TO VF-VERIF-OPER.
           MOVE WS-VF-CONTATO TO VF-CONTATO.
           REWRITE REG-VERFORN.
           MOVE "BANCOFS" TO TAR-ORIGEM.
           MOVE ZEROS TO TAR-EMPRESA.
           MOVE VF-FORN-COD TO WS-VF-TAR-COD.
           MOVE WS-VF-TAR-REF TO TAR-REF.
           MOVE WS-OPER-ATUAL TO WS-TAR-OPER.
           PERFORM P-BAIXA-TAREFA.
           IF VF-VERIFICADA
               DISPLAY (22 04) "Verificado - pagamentos liberados."
           ELSE
               DISPLAY (22 04) "Recusado - dados antigos de volta.".
           ACCEPT WS-P.
           GO TO P-VERIFICA-FONE-FIM.
       P-VERIFICA-FONE-NADA.
           DISPLAY (22 04) "!! NADA EM VERIFICACAO P/ ESTE !!".
           ACCEPT WS-P.
       P-VERIFICA-FONE-FIM.

      *-----recusa: FORN.DAT volta ao ANTES - so se ninguem mexeu------*
      *-----de novo nos dados bancarios depois desta mudanca-----------*
       P-DESFAZ-MUDANCA.
           MOVE VF-FORN-COD TO FORN-COD.
           READ FORN
               INVALID KEY
                   GO TO P-DESFAZ-MUDANCA-FIM.
           IF FORN-BANCO NOT = VF-NOVO-BANCO
                   OR FORN-AGENCIA NOT = VF-NOVO-AGENCIA
                   OR FORN-CONTA NOT = VF-NOVO-CONTA
                   OR FORN-PIX NOT = VF-NOVO-PIX
               DISPLAY (21 04)
                   "!! DADOS JA MUDARAM DE NOVO - CORRIJA NA OPCAO 2"
               GO TO P-DESFAZ-MUDANCA-FIM.
           MOVE REG-FORN TO WS-CADH-ANTES.
           MOVE VF-ANT-BANCO TO FORN-BANCO.
           MOVE VF-ANT-AGENCIA TO FORN-AGENCIA.
           MOVE VF-ANT-CONTA TO FORN-CONTA.
           MOVE VF-ANT-PIX TO FORN-PIX.
           MOVE "FORN" TO CADH-ARQUIVO.
           MOVE FORN-COD TO CADH-CHAVE.
           MOVE "R" TO CADH-OPERACAO.
           MOVE REG-FORN TO WS-CADH-DEPOIS.
           PERFORM P-GRAVA-CADHIST.
           REWRITE REG-FORN.
       P-DESFAZ-MUDANCA-FIM.

       P-LISTAR.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.
               MOVE "N" TO WS-DOC-OK.
       P-VALIDA-CNPJ-FIM.

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

       P-FIM.
           CLOSE FORN PENDFORN VERFORN.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

                   CLOSE SESSAO
                   EXIT PARAGRAPH.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-NIVEL TO WS-OPER-NIVEL.
           CLOSE SESSAO.

      *-----------------------------------------------------------*
