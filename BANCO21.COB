       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO21.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    DADOS PESSOAIS (LGPD) - CLIENTES E FUNCIONARIOS
      *    CLIENTE.DAT e FUNCION.DAT guardam CPF, telefone, dados
      *    bancarios e chave PIX sem prazo nenhum de guarda.
      *    <1> Relatorio do titular: tudo o que o sistema tem de
      *        um CPF/CNPJ (pontuacao nao importa) - cadastro de
      *        cliente, recebiveis (RECEBER.DAT), cheques em
      *        custodia (CUSTCHEQ.DAT, pelo recebivel que
      *        liquidam), registros no jornal de cadastros e o
      *        cadastro de funcionario com o resumo da folha
      *        (FOLHIST.DAT) - em BANCO21.TXT, p/ responder o
      *        pedido do titular.
      *    <2> Anonimiza clientes sem movimento ha N anos e sem
      *        nada em aberto (recebivel nem cheque em custodia):
      *        nome, CPF/CNPJ e telefone do cadastro, emitente/
      *        agencia/numero dos cheques de custodia dele e as
      *        imagens do cliente no CADHIST.DAT. O movimento e
      *        a data do ultimo recebivel (lancamento, vencimento
      *        ou recebimento) ou da ultima mexida no cadastro;
      *        cliente sem movimento nenhum so entra se inativo.
      *    <3> Anonimiza funcionarios desligados ha mais que o
      *        prazo de guarda (minimo 5 anos, contado do
      *        desligamento ou, sem ele, do ultimo pagamento da
      *        folha): nome, CPF, telefone, banco/agencia/conta
      *        e PIX.
      *    O historico financeiro fica, so com o codigo. Cada
      *    anonimizacao grava CADHIST.DAT (operacao "A"). <2> e
      *    <3> listam antes os candidatos, pedem confirmacao e
      *    sao so do supervisor.
      *    Menu de Seguranca/Auditoria (BANCO70), opcao 23.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-CLI.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT CUSTCHEQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CQ-NUM
                  FILE STATUS IS FS-CQ.
           SELECT FUNCION ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUNC-COD
                  FILE STATUS IS FS-FUNC.
           SELECT FOLHIST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-CHAVE
                  FILE STATUS IS FS-FH.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CADH.
           SELECT ARQSAID   ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-ARQ.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIMAST.

       COPY RECEBMAST.

       COPY CUSTMAST.

       COPY FUNCMAST.

       COPY FOLHMAST.

       COPY CADHMAST.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO21.TXT".
       01 REG-ARQSAID           PIC X(80).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

      ***********************************
       WORKING-STORAGE SECTION.
      *-----data do DOS vem AAMMDD com ano de 2 digitos; o sistema-----*
      *-----trabalha com ano de 4 - a conversao soma o seculo-----------*
       01 WS-DATA-DOS.
           03 ANO-DOS          PIC 99.
           03 MES-DOS          PIC 99.
           03 DIA-DOS          PIC 99.
       01 WS-HORA-DOS-CH.
           03 WS-HH-CH          PIC 99.
           03 WS-MM-CH          PIC 99.
           03 WS-SS-CH          PIC 99.
           03 WS-CC-CH          PIC 99.
      *-----sessao POR TERMINAL-----------------------------------------*
       77 FS-SESSAO             PIC XX.
       77 FS-TERM               PIC XX.
       77 WS-TERMINAL           PIC 99 VALUE 1.
       01 WS-ARQ-SESSAO         PIC X(12) VALUE "SESSAO.DAT".
       01 WS-ARQ-SESS-MONTA.
           03 FILLER           PIC X(06) VALUE "SESSAO".
           03 WS-ARQ-SESS-COD  PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-NIVEL-ATUAL        PIC 9 VALUE 1.
       77 FS-CLI                PIC XX.
       77 FS-REC                PIC XX.
       77 FS-CQ                 PIC XX.
       77 FS-FUNC               PIC XX.
       77 FS-FH                 PIC XX.
       77 FS-CADH               PIC XX.
       77 FS-ARQ                PIC XX.
       77 WS-OPCAO              PIC X VALUE SPACES.
       77 WS-P                  PIC X VALUE SPACES.
       77 WS-CONF               PIC X VALUE SPACES.
       77 WS-LIMPA              PIC X(60) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

      *-----nome que fica no lugar do dado pessoal---------------------*
       77 WS-NOME-ANON          PIC X(20) VALUE "** ANONIMIZADO **".

      *-----CPF/CNPJ so com os digitos (mesmo criterio do BANCO41)-----*
       77 WS-DOC-ENT            PIC X(18) VALUE SPACES.
       77 WS-DOC-BUSCA          PIC X(14) VALUE SPACES.
       77 WS-QTDE-DIG           PIC 99 VALUE ZEROS.
       77 WS-SO-DIGITOS         PIC X(14) VALUE SPACES.
       77 WS-DIG-ENT            PIC X(18) VALUE SPACES.
       77 WS-DX                 PIC 99 VALUE ZEROS.
       77 WS-DY                 PIC 99 VALUE ZEROS.

      *-----datas: DDMMAAAA dos arquivos <-> AAAAMMDD p/ comparar------*
       01 WS-DMA                PIC 9(08) VALUE ZEROS.
       01 WS-DMA-R REDEFINES WS-DMA.
           03 WS-DMA-DIA        PIC 99.
           03 WS-DMA-MES        PIC 99.
           03 WS-DMA-ANO        PIC 9(04).
       01 WS-AMD                PIC 9(08) VALUE ZEROS.
       01 WS-AMD-R REDEFINES WS-AMD.
           03 WS-AMD-ANO        PIC 9(04).
           03 WS-AMD-MES        PIC 99.
           03 WS-AMD-DIA        PIC 99.
       77 WS-CORTE              PIC 9(08) VALUE ZEROS.
       77 WS-ANOS               PIC 99 VALUE ZEROS.

      *-----------------------------------------------------------*
      * Um balde por codigo de cliente: data (AAAAMMDD) do ultimo  *
      * movimento, algo em aberto e anonimizado nesta rodada.      *
      *-----------------------------------------------------------*
       01 WS-TAB-CLI.
           03 WS-TC OCCURS 9999 TIMES.
               05 WS-TC-ULT     PIC 9(08).
               05 WS-TC-ABERTO  PIC X(01).
               05 WS-TC-ANON    PIC X(01).
       77 WS-COD-CLI            PIC 9(04) VALUE ZEROS.
       77 WS-COD-FUNC           PIC 9(03) VALUE ZEROS.

      *-----clientes achados no relatorio do titular-------------------*
       01 WS-TAB-TIT.
           03 WS-TT-COD OCCURS 20 TIMES PIC 9(04).
       77 WS-QTDE-TT            PIC 99 VALUE ZEROS.
       77 WS-IX                 PIC 99 VALUE ZEROS.
       77 WS-ACHOU              PIC X VALUE "N".

       77 WS-MODO               PIC X VALUE "S".
       88 MODO-SIMULA-88        VALUE "S".
       88 MODO-EFETIVA-88       VALUE "E".
       77 WS-CANDIDATO          PIC X VALUE "N".
       88 CANDIDATO-88          VALUE "S".
       77 WS-QTDE-CAND          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-FEITOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM-DATA      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CQ            PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CADH          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-REC           PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-FH            PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-FUNC          PIC 9(05) VALUE ZEROS.
       77 WS-FH-PRIM            PIC 9(06) VALUE ZEROS.
       77 WS-FH-ULT             PIC 9(06) VALUE ZEROS.
       77 WS-FH-COMPET          PIC 9(06) VALUE ZEROS.
       77 WS-FH-PGTO            PIC 9(08) VALUE ZEROS.
       77 WS-TEM-FOLHIST        PIC X VALUE "N".
       88 TEM-FOLHIST-88        VALUE "S".

      *-----imagem do REG-CLIENTE gravada no CADHIST (RECEB08)---------*
       01 WS-CLI-IMG.
           03 WS-CI-COD         PIC X(04).
           03 WS-CI-NOME        PIC X(20).
           03 WS-CI-CPF-CNPJ    PIC X(18).
           03 WS-CI-FONE        PIC X(12).
           03 FILLER            PIC X(66).

       01 LINHA-TRACO.
           02 F PIC X(72) VALUE ALL "-".
       01 LINHA-TITULO.
           02 F PIC X(02) VALUE SPACES.
           02 TITULO-DET       PIC X(50).
           02 F PIC X(06) VALUE " Data ".
           02 DIA-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 MES-TIT          PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT          PIC 9(04).
       01 LINHA-TEXTO.
           02 F PIC X(02) VALUE SPACES.
           02 TEXTO-DET        PIC X(78).
       01 LINHA-CAMPO.
           02 F PIC X(04) VALUE SPACES.
           02 ROTULO-DET       PIC X(20).
           02 VALOR-CAMPO-DET  PIC X(50).
       01 LINHA-REC.
           02 F PIC X(04) VALUE SPACES.
           02 REC-NUM-DET      PIC X(06).
           02 F PIC X(02) VALUE SPACES.
           02 REC-VCTO-DET     PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 REC-VALOR-DET    PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(02) VALUE SPACES.
           02 REC-SIT-DET      PIC X(21).
           02 F PIC X(01) VALUE SPACES.
           02 REC-DATA-DET     PIC X(10).
       01 LINHA-CQ.
           02 F PIC X(04) VALUE SPACES.
           02 CQ-NUM-DET       PIC 9(05).
           02 F PIC X(01) VALUE SPACES.
           02 CQ-BANCO-DET     PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 CQ-AGENCIA-DET   PIC X(06).
           02 F PIC X(01) VALUE SPACES.
           02 CQ-NUMERO-DET    PIC X(10).
           02 F PIC X(01) VALUE SPACES.
           02 CQ-EMITENTE-DET  PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 CQ-VALOR-DET     PIC ZZZ.ZZ9,99.
       01 LINHA-CAND.
           02 F PIC X(04) VALUE SPACES.
           02 CAND-COD-DET     PIC 9(04).
           02 F PIC X(02) VALUE SPACES.
           02 CAND-NOME-DET    PIC X(20).
           02 F PIC X(02) VALUE SPACES.
           02 CAND-DOC-DET     PIC X(18).
           02 F PIC X(02) VALUE SPACES.
           02 CAND-ROT-DET     PIC X(08).
           02 CAND-DATA-DET    PIC X(10).
      *-----data DD/MM/AAAA montada p/ as linhas acima-----------------*
       01 WS-DATA-ED.
           03 WS-DE-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-ANO         PIC 9(04).
       01 WS-COMPET-ED.
           03 WS-CE-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CE-ANO         PIC 9(04).
       01 WS-COMPET-ED2.
           03 WS-CE2-MES        PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CE2-ANO        PIC 9(04).
       77 WS-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-QTDE-ED            PIC ZZ.ZZ9.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO21" BLINK.
           02 LINE 02 COLUMN 14
               VALUE " Dados Pessoais (LGPD) " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Relatorio do Titular (CPF)".
           02 LINE 06 COLUMN 04
               VALUE "<2> Anonimizar Clientes Inativos".
           02 LINE 07 COLUMN 04
               VALUE "<3> Anonimizar Funcionarios Desligados".
           02 LINE 08 COLUMN 04 VALUE "<0> Sair".
           02 LINE 10 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (10 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-TITULAR THRU P-TITULAR-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-ANON-CLI THRU P-ANON-CLI-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-ANON-FUNC THRU P-ANON-FUNC-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

      *-----------------------------------------------------------*
      * <1> Tudo o que o sistema guarda de um CPF/CNPJ.            *
      *-----------------------------------------------------------*
       P-TITULAR.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Relatorio do titular (LGPD)".
           DISPLAY (04 04) "CPF/CNPJ (branco=Sai)=".
           MOVE SPACES TO WS-DOC-ENT.
           ACCEPT (04 27) WS-DOC-ENT WITH PROMPT.
           IF WS-DOC-ENT = SPACES
               GO TO P-TITULAR-FIM.
           MOVE WS-DOC-ENT TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           MOVE WS-SO-DIGITOS TO WS-DOC-BUSCA.
           MOVE WS-DY TO WS-QTDE-DIG.
           IF WS-QTDE-DIG < 11
               DISPLAY (22 04) "!! CPF/CNPJ INVALIDO !!"
               ACCEPT WS-P
               GO TO P-TITULAR.
           DISPLAY (06 04) "Procurando...".
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Dados pessoais do titular (LGPD)" TO TITULO-DET.
           PERFORM P-DATA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           MOVE SPACES TO TEXTO-DET.
           STRING "CPF/CNPJ pesquisado: " WS-DOC-ENT
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE ZEROS TO WS-QTDE-TT WS-QTDE-REC WS-QTDE-CQ
               WS-QTDE-CADH WS-QTDE-FUNC.
           PERFORM P-TIT-CLIENTE THRU P-TIT-CLIENTE-FIM.
           IF WS-QTDE-TT NOT = ZEROS
               PERFORM P-TIT-RECEBER THRU P-TIT-RECEBER-FIM
               PERFORM P-TIT-CUSTCHEQ THRU P-TIT-CUSTCHEQ-FIM
               PERFORM P-TIT-CADHIST THRU P-TIT-CADHIST-FIM.
           PERFORM P-TIT-FUNC THRU P-TIT-FUNC-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           IF WS-QTDE-TT = ZEROS AND WS-QTDE-FUNC = ZEROS
               MOVE "NENHUM DADO ENCONTRADO P/ ESTE CPF/CNPJ" TO
                   TEXTO-DET
               WRITE REG-ARQSAID FROM LINHA-TEXTO.
           CLOSE ARQSAID.
           DISPLAY (06 04) "Clientes.............=" WS-QTDE-TT.
           DISPLAY (07 04) "Recebiveis...........=" WS-QTDE-REC.
           DISPLAY (08 04) "Cheques em custodia..=" WS-QTDE-CQ.
           DISPLAY (09 04) "Registros no jornal..=" WS-QTDE-CADH.
           DISPLAY (10 04) "Funcionarios.........=" WS-QTDE-FUNC.
           DISPLAY (22 04) "Detalhe gravado em BANCO21.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-TITULAR-FIM.

      *-----cadastro de clientes: todo codigo com o mesmo documento----*
       P-TIT-CLIENTE.
           OPEN INPUT CLIENTE.
           IF FS-CLI NOT = "00"
               CLOSE CLIENTE
               GO TO P-TIT-CLIENTE-FIM.
           MOVE ZEROS TO CLI-COD.
           START CLIENTE KEY IS NOT LESS THAN CLI-COD
               INVALID KEY
                   CLOSE CLIENTE
                   GO TO P-TIT-CLIENTE-FIM.
       P-TIT-CLIENTE-LER.
           READ CLIENTE NEXT RECORD
               AT END
                   CLOSE CLIENTE
                   GO TO P-TIT-CLIENTE-FIM.
           MOVE CLI-CPF-CNPJ TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           IF WS-SO-DIGITOS NOT = WS-DOC-BUSCA
               GO TO P-TIT-CLIENTE-LER.
           IF WS-QTDE-TT < 20
               ADD 1 TO WS-QTDE-TT
               MOVE CLI-COD TO WS-TT-COD(WS-QTDE-TT).
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE SPACES TO TEXTO-DET.
           STRING "CLIENTE " CLI-COD " (CLIENTE.DAT)"
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE "Nome..............:" TO ROTULO-DET.
           MOVE CLI-NOME TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "CPF/CNPJ..........:" TO ROTULO-DET.
           MOVE CLI-CPF-CNPJ TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Telefone..........:" TO ROTULO-DET.
           MOVE CLI-FONE TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Limite de credito.:" TO ROTULO-DET.
           MOVE CLI-LIMITE TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Situacao..........:" TO ROTULO-DET.
           MOVE CLI-SITUACAO TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           GO TO P-TIT-CLIENTE-LER.
       P-TIT-CLIENTE-FIM.

      *-----recebiveis dos codigos achados----------------------------*
       P-TIT-RECEBER.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO P-TIT-RECEBER-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "RECEBIVEIS (RECEBER.DAT)" TO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE LOW-VALUES TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   CLOSE RECEBER
                   GO TO P-TIT-RECEBER-FIM.
       P-TIT-RECEBER-LER.
           READ RECEBER NEXT RECORD
               AT END
                   CLOSE RECEBER
                   GO TO P-TIT-RECEBER-FIM.
           MOVE REC-CLI-COD TO WS-COD-CLI.
           PERFORM P-ACHA-TITULAR.
           IF WS-ACHOU NOT = "S"
               GO TO P-TIT-RECEBER-LER.
           ADD 1 TO WS-QTDE-REC.
           MOVE REC-NUM TO REC-NUM-DET.
           MOVE REC-DIA TO WS-DE-DIA.
           MOVE REC-MES TO WS-DE-MES.
           MOVE REC-ANO TO WS-DE-ANO.
           MOVE WS-DATA-ED TO REC-VCTO-DET.
           MOVE REC-VALOR TO REC-VALOR-DET.
           MOVE SPACES TO REC-DATA-DET.
           MOVE "EM ABERTO" TO REC-SIT-DET.
           IF REC-DATA-RECEB NOT = ZEROS
               MOVE "RECEBIDO EM" TO REC-SIT-DET
               MOVE REC-DATA-RECEB TO WS-DMA
               PERFORM P-EDITA-DMA
               MOVE WS-DATA-ED TO REC-DATA-DET.
           IF REC-CANCELADO
               MOVE "CANCELADO" TO REC-SIT-DET.
           IF REC-EM-PERDA
               MOVE "BAIXADO POR PERDA" TO REC-SIT-DET.
           WRITE REG-ARQSAID FROM LINHA-REC.
           IF REC-PIX-E2E NOT = SPACES
               MOVE "  PIX (id e2e)....:" TO ROTULO-DET
               MOVE REC-PIX-E2E TO VALOR-CAMPO-DET
               WRITE REG-ARQSAID FROM LINHA-CAMPO.
           GO TO P-TIT-RECEBER-LER.
       P-TIT-RECEBER-FIM.

      *-----cheques de terceiro que liquidam recebivel do titular------*
       P-TIT-CUSTCHEQ.
           OPEN INPUT CUSTCHEQ.
           IF FS-CQ NOT = "00"
               CLOSE CUSTCHEQ
               GO TO P-TIT-CUSTCHEQ-FIM.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER CUSTCHEQ
               GO TO P-TIT-CUSTCHEQ-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "CHEQUES EM CUSTODIA (CUSTCHEQ.DAT)" TO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE ZEROS TO CQ-NUM.
           START CUSTCHEQ KEY IS NOT LESS THAN CQ-NUM
               INVALID KEY
                   CLOSE RECEBER CUSTCHEQ
                   GO TO P-TIT-CUSTCHEQ-FIM.
       P-TIT-CUSTCHEQ-LER.
           READ CUSTCHEQ NEXT RECORD
               AT END
                   CLOSE RECEBER CUSTCHEQ
                   GO TO P-TIT-CUSTCHEQ-FIM.
           MOVE CQ-REC-NUM TO REC-NUM.
           READ RECEBER
               INVALID KEY
                   GO TO P-TIT-CUSTCHEQ-LER.
           MOVE REC-CLI-COD TO WS-COD-CLI.
           PERFORM P-ACHA-TITULAR.
           IF WS-ACHOU NOT = "S"
               GO TO P-TIT-CUSTCHEQ-LER.
           ADD 1 TO WS-QTDE-CQ.
           MOVE CQ-NUM TO CQ-NUM-DET.
           MOVE CQ-BANCO TO CQ-BANCO-DET.
           MOVE CQ-AGENCIA TO CQ-AGENCIA-DET.
           MOVE CQ-NUMERO TO CQ-NUMERO-DET.
           MOVE CQ-EMITENTE TO CQ-EMITENTE-DET.
           MOVE CQ-VALOR TO CQ-VALOR-DET.
           WRITE REG-ARQSAID FROM LINHA-CQ.
           GO TO P-TIT-CUSTCHEQ-LER.
       P-TIT-CUSTCHEQ-FIM.

      *-----imagens do cadastro no jornal (CADHIST)--------------------*
       P-TIT-CADHIST.
           OPEN INPUT CADHIST.
           IF FS-CADH NOT = "00"
               CLOSE CADHIST
               GO TO P-TIT-CADHIST-FIM.
       P-TIT-CADHIST-LER.
           READ CADHIST
               AT END
                   CLOSE CADHIST
                   GO TO P-TIT-CADHIST-TOTAL.
           IF CADH-ARQUIVO NOT = "CLIENTE"
               GO TO P-TIT-CADHIST-LER.
           IF CADH-CHAVE(1:4) NOT NUMERIC
               GO TO P-TIT-CADHIST-LER.
           MOVE CADH-CHAVE(1:4) TO WS-COD-CLI.
           PERFORM P-ACHA-TITULAR.
           IF WS-ACHOU = "S"
               ADD 1 TO WS-QTDE-CADH.
           GO TO P-TIT-CADHIST-LER.
       P-TIT-CADHIST-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-QTDE-CADH TO WS-QTDE-ED.
           MOVE SPACES TO TEXTO-DET.
           STRING "JORNAL DE CADASTROS (CADHIST.DAT): " WS-QTDE-ED
               " registro(s) com imagem do cadastro"
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
       P-TIT-CADHIST-FIM.

      *-----codigo WS-COD-CLI e de um dos clientes achados?-------*
       P-ACHA-TITULAR.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-IX.
       P-ACHA-TITULAR-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-TT
               EXIT PARAGRAPH.
           IF WS-TT-COD(WS-IX) = WS-COD-CLI
               MOVE "S" TO WS-ACHOU
               EXIT PARAGRAPH.
           GO TO P-ACHA-TITULAR-LOOP.

      *-----cadastro de funcionarios e o resumo da folha---------------*
       P-TIT-FUNC.
           OPEN INPUT FUNCION.
           IF FS-FUNC NOT = "00"
               CLOSE FUNCION
               GO TO P-TIT-FUNC-FIM.
           PERFORM P-ABRE-FOLHIST.
           MOVE ZEROS TO FUNC-COD.
           START FUNCION KEY IS NOT LESS THAN FUNC-COD
               INVALID KEY
                   GO TO P-TIT-FUNC-FECHA.
       P-TIT-FUNC-LER.
           READ FUNCION NEXT RECORD
               AT END
                   GO TO P-TIT-FUNC-FECHA.
           MOVE FUNC-CPF TO WS-DIG-ENT.
           PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-LOOP.
           IF WS-SO-DIGITOS NOT = WS-DOC-BUSCA
               GO TO P-TIT-FUNC-LER.
           ADD 1 TO WS-QTDE-FUNC.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE SPACES TO TEXTO-DET.
           STRING "FUNCIONARIO " FUNC-COD " (FUNCION.DAT)"
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE "Nome..............:" TO ROTULO-DET.
           MOVE FUNC-NOME TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "CPF...............:" TO ROTULO-DET.
           MOVE FUNC-CPF TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Telefone..........:" TO ROTULO-DET.
           MOVE FUNC-FONE TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Banco/agencia.....:" TO ROTULO-DET.
           MOVE SPACES TO VALOR-CAMPO-DET.
           STRING FUNC-BANCO " / " FUNC-AGENCIA
               DELIMITED BY SIZE INTO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Conta.............:" TO ROTULO-DET.
           MOVE FUNC-CONTA TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Chave PIX.........:" TO ROTULO-DET.
           MOVE FUNC-PIX TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Salario...........:" TO ROTULO-DET.
           MOVE FUNC-SALARIO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Admissao..........:" TO ROTULO-DET.
           MOVE FUNC-ADMISSAO TO WS-AMD.
           PERFORM P-EDITA-AMD.
           MOVE WS-DATA-ED TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Desligamento......:" TO ROTULO-DET.
           MOVE SPACES TO VALOR-CAMPO-DET.
           IF FUNC-DEMISSAO NOT = ZEROS
               MOVE FUNC-DEMISSAO TO WS-AMD
               PERFORM P-EDITA-AMD
               MOVE WS-DATA-ED TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE "Situacao..........:" TO ROTULO-DET.
           MOVE FUNC-SITUACAO TO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           MOVE FUNC-COD TO WS-COD-FUNC.
           PERFORM P-RESUMO-FOLHIST THRU P-RESUMO-FOLHIST-FIM.
           MOVE "Folha (FOLHIST)...:" TO ROTULO-DET.
           MOVE SPACES TO VALOR-CAMPO-DET.
           MOVE WS-QTDE-FH TO WS-QTDE-ED.
           IF WS-QTDE-FH = ZEROS
               MOVE "nenhum pagamento" TO VALOR-CAMPO-DET
           ELSE
               STRING WS-QTDE-ED " pagamento(s), "
                   WS-COMPET-ED " a " WS-COMPET-ED2
                   DELIMITED BY SIZE INTO VALOR-CAMPO-DET.
           WRITE REG-ARQSAID FROM LINHA-CAMPO.
           GO TO P-TIT-FUNC-LER.
       P-TIT-FUNC-FECHA.
           CLOSE FUNCION.
           IF TEM-FOLHIST-88
               CLOSE FOLHIST.
       P-TIT-FUNC-FIM.

      *-----------------------------------------------------------*
      * Pagamentos do funcionario WS-COD-CLI no FOLHIST: quantos,  *
      * primeira e ultima competencia e a data do ultimo pgto.     *
      *-----------------------------------------------------------*
       P-RESUMO-FOLHIST.
           MOVE ZEROS TO WS-QTDE-FH WS-FH-PRIM WS-FH-ULT WS-FH-PGTO.
           IF NOT TEM-FOLHIST-88
               GO TO P-RESUMO-FOLHIST-FIM.
           MOVE WS-COD-FUNC TO FH-FUNC-COD.
           MOVE ZEROS TO FH-ANO FH-MES.
           MOVE LOW-VALUES TO FH-TIPO.
           START FOLHIST KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   GO TO P-RESUMO-FOLHIST-FIM.
       P-RESUMO-FOLHIST-LER.
           READ FOLHIST NEXT RECORD
               AT END
                   GO TO P-RESUMO-FOLHIST-FIM.
           IF FH-FUNC-COD NOT = WS-COD-FUNC
               GO TO P-RESUMO-FOLHIST-FIM.
           ADD 1 TO WS-QTDE-FH.
           COMPUTE WS-FH-COMPET = FH-ANO * 100 + FH-MES.
           IF WS-FH-PRIM = ZEROS
               MOVE WS-FH-COMPET TO WS-FH-PRIM
               MOVE FH-MES TO WS-CE-MES
               MOVE FH-ANO TO WS-CE-ANO.
           MOVE WS-FH-COMPET TO WS-FH-ULT.
           MOVE FH-MES TO WS-CE2-MES.
           MOVE FH-ANO TO WS-CE2-ANO.
           IF FH-PGTO-DATA > WS-FH-PGTO
               MOVE FH-PGTO-DATA TO WS-FH-PGTO.
           GO TO P-RESUMO-FOLHIST-LER.
       P-RESUMO-FOLHIST-FIM.

      *-----------------------------------------------------------*
      * <2> Clientes sem movimento ha N anos e sem nada em aberto. *
      *-----------------------------------------------------------*
       P-ANON-CLI.
           DISPLAY (01 01) ERASE.
           IF WS-NIVEL-ATUAL < 2
               DISPLAY (22 04) "!! ANONIMIZACAO E SO DO SUPERVISOR !!"
               ACCEPT WS-P
               GO TO P-ANON-CLI-FIM.
           DISPLAY (02 04) "Anonimizar clientes inativos (LGPD)".
           DISPLAY (04 04) "Sem movimento ha (anos, 0=Sai)=".
           MOVE 5 TO WS-ANOS.
           ACCEPT (04 36) WS-ANOS WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ANOS = ZEROS
               GO TO P-ANON-CLI-FIM.
           COMPUTE WS-CORTE = (ANO - WS-ANOS) * 10000
               + MES * 100 + DIA.
           OPEN INPUT CLIENTE.
           IF FS-CLI NOT = "00"
               CLOSE CLIENTE
               DISPLAY (22 04) "!! CLIENTE.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               GO TO P-ANON-CLI-FIM.
           CLOSE CLIENTE.
           DISPLAY (06 04) "Levantando o movimento dos clientes...".
           PERFORM P-MOVTO-CLIENTES THRU P-MOVTO-CLIENTES-FIM.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Anonimizacao de clientes (LGPD)" TO TITULO-DET.
           PERFORM P-DATA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           MOVE WS-CORTE TO WS-AMD.
           PERFORM P-EDITA-AMD.
           MOVE SPACES TO TEXTO-DET.
           STRING "Sem movimento desde antes de " WS-DATA-ED
               " e sem recebivel/cheque em aberto"
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "S" TO WS-MODO.
           PERFORM P-PASSA-CLIENTES THRU P-PASSA-CLIENTES-FIM.
           DISPLAY (06 04) WS-LIMPA.
           DISPLAY (06 04) "Clientes a anonimizar=" WS-QTDE-CAND.
           IF WS-QTDE-CAND = ZEROS
               MOVE "NENHUM CLIENTE NA REGRA" TO TEXTO-DET
               WRITE REG-ARQSAID FROM LINHA-TEXTO
               CLOSE ARQSAID
               DISPLAY (22 04) "Lista gravada em BANCO21.TXT"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-ANON-CLI-FIM.
           DISPLAY (08 04) "Lista em BANCO21.TXT - a anonimizacao"
               " NAO tem volta.".
           DISPLAY (09 04) "Confirma ?  < S/N >".
           ACCEPT (09 25) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               MOVE "NAO CONFIRMADO - NADA FOI ALTERADO" TO TEXTO-DET
               WRITE REG-ARQSAID FROM LINHA-TEXTO
               CLOSE ARQSAID
               GO TO P-ANON-CLI-FIM.
           MOVE "E" TO WS-MODO.
           PERFORM P-PASSA-CLIENTES THRU P-PASSA-CLIENTES-FIM.
           PERFORM P-ANON-CUSTCHEQ THRU P-ANON-CUSTCHEQ-FIM.
           PERFORM P-LIMPA-CADHIST THRU P-LIMPA-CADHIST-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-QTDE-FEITOS TO WS-QTDE-ED.
           MOVE SPACES TO TEXTO-DET.
           STRING "Clientes anonimizados........: " WS-QTDE-ED
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE WS-QTDE-CQ TO WS-QTDE-ED.
           MOVE SPACES TO TEXTO-DET.
           STRING "Cheques de custodia limpos...: " WS-QTDE-ED
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           MOVE WS-QTDE-CADH TO WS-QTDE-ED.
           MOVE SPACES TO TEXTO-DET.
           STRING "Imagens do jornal limpas.....: " WS-QTDE-ED
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           CLOSE ARQSAID.
           DISPLAY (11 04) "Clientes anonimizados=" WS-QTDE-FEITOS.
           DISPLAY (12 04) "Cheques limpos.......=" WS-QTDE-CQ.
           DISPLAY (13 04) "Imagens do jornal....=" WS-QTDE-CADH.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-ANON-CLI-FIM.

      *-----------------------------------------------------------*
      * Ultimo movimento e aberto por cliente: recebiveis, cheques *
      * ainda em custodia e mexidas no cadastro (CADHIST).         *
      *-----------------------------------------------------------*
       P-MOVTO-CLIENTES.
           MOVE ZEROS TO WS-TAB-CLI.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER
               GO TO P-MOVTO-CADHIST.
           MOVE LOW-VALUES TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-MOVTO-CUSTCHEQ.
       P-MOVTO-REC-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-MOVTO-CUSTCHEQ.
           IF REC-CLI-COD = ZEROS
               GO TO P-MOVTO-REC-LER.
           MOVE REC-CLI-COD TO WS-COD-CLI.
           COMPUTE WS-AMD = REC-ANO * 10000 + REC-MES * 100 + REC-DIA.
           PERFORM P-GUARDA-MOVTO.
           MOVE REC-INSCR TO WS-DMA.
           PERFORM P-DMA-AMD.
           PERFORM P-GUARDA-MOVTO.
           MOVE REC-DATA-RECEB TO WS-DMA.
           PERFORM P-DMA-AMD.
           PERFORM P-GUARDA-MOVTO.
           IF REC-DATA-RECEB = ZEROS AND NOT REC-CANCELADO
               AND NOT REC-EM-PERDA
               MOVE "S" TO WS-TC-ABERTO(WS-COD-CLI).
           GO TO P-MOVTO-REC-LER.
       P-MOVTO-CUSTCHEQ.
           OPEN INPUT CUSTCHEQ.
           IF FS-CQ NOT = "00"
               CLOSE CUSTCHEQ RECEBER
               GO TO P-MOVTO-CADHIST.
           MOVE ZEROS TO CQ-NUM.
           START CUSTCHEQ KEY IS NOT LESS THAN CQ-NUM
               INVALID KEY
                   CLOSE CUSTCHEQ RECEBER
                   GO TO P-MOVTO-CADHIST.
       P-MOVTO-CQ-LER.
           READ CUSTCHEQ NEXT RECORD
               AT END
                   CLOSE CUSTCHEQ RECEBER
                   GO TO P-MOVTO-CADHIST.
           IF NOT CQ-EM-CUSTODIA
               GO TO P-MOVTO-CQ-LER.
           MOVE CQ-REC-NUM TO REC-NUM.
           READ RECEBER
               INVALID KEY
                   GO TO P-MOVTO-CQ-LER.
           IF REC-CLI-COD NOT = ZEROS
               MOVE "S" TO WS-TC-ABERTO(REC-CLI-COD).
           GO TO P-MOVTO-CQ-LER.
       P-MOVTO-CADHIST.
           OPEN INPUT CADHIST.
           IF FS-CADH NOT = "00"
               CLOSE CADHIST
               GO TO P-MOVTO-CLIENTES-FIM.
       P-MOVTO-CADH-LER.
           READ CADHIST
               AT END
                   CLOSE CADHIST
                   GO TO P-MOVTO-CLIENTES-FIM.
           IF CADH-ARQUIVO NOT = "CLIENTE" OR CADH-ANONIMIZACAO
               GO TO P-MOVTO-CADH-LER.
           IF CADH-CHAVE(1:4) NOT NUMERIC
               GO TO P-MOVTO-CADH-LER.
           MOVE CADH-CHAVE(1:4) TO WS-COD-CLI.
           MOVE CADH-DATA TO WS-DMA.
           PERFORM P-DMA-AMD.
           PERFORM P-GUARDA-MOVTO.
           GO TO P-MOVTO-CADH-LER.
       P-MOVTO-CLIENTES-FIM.

      *-----data WS-AMD mais nova que a guardada p/ WS-COD-CLI----*
       P-GUARDA-MOVTO.
           IF WS-COD-CLI = ZEROS
               EXIT PARAGRAPH.
           IF WS-AMD > WS-TC-ULT(WS-COD-CLI)
               MOVE WS-AMD TO WS-TC-ULT(WS-COD-CLI).

      *-----------------------------------------------------------*
      * Passa o cadastro de clientes: WS-MODO "S" so lista os      *
      * candidatos, "E" anonimiza e grava o jornal.                *
      *-----------------------------------------------------------*
       P-PASSA-CLIENTES.
           MOVE ZEROS TO WS-QTDE-CAND WS-QTDE-FEITOS.
           IF MODO-SIMULA-88
               OPEN INPUT CLIENTE
           ELSE
               OPEN I-O CLIENTE.
           IF FS-CLI NOT = "00"
               CLOSE CLIENTE
               GO TO P-PASSA-CLIENTES-FIM.
           MOVE ZEROS TO CLI-COD.
           START CLIENTE KEY IS NOT LESS THAN CLI-COD
               INVALID KEY
                   CLOSE CLIENTE
                   GO TO P-PASSA-CLIENTES-FIM.
       P-PASSA-CLIENTES-LER.
           READ CLIENTE NEXT RECORD
               AT END
                   CLOSE CLIENTE
                   GO TO P-PASSA-CLIENTES-FIM.
           MOVE "N" TO WS-CANDIDATO.
           IF CLI-NOME = WS-NOME-ANON OR CLI-COD = ZEROS
               GO TO P-PASSA-CLIENTES-LER.
           IF WS-TC-ABERTO(CLI-COD) = "S"
               GO TO P-PASSA-CLIENTES-LER.
           IF WS-TC-ULT(CLI-COD) = ZEROS
               IF CLI-INATIVO
                   MOVE "S" TO WS-CANDIDATO.
           IF WS-TC-ULT(CLI-COD) NOT = ZEROS
               AND WS-TC-ULT(CLI-COD) < WS-CORTE
               MOVE "S" TO WS-CANDIDATO.
           IF NOT CANDIDATO-88
               GO TO P-PASSA-CLIENTES-LER.
           ADD 1 TO WS-QTDE-CAND.
           IF MODO-SIMULA-88
               MOVE CLI-COD TO CAND-COD-DET
               MOVE CLI-NOME TO CAND-NOME-DET
               MOVE CLI-CPF-CNPJ TO CAND-DOC-DET
               MOVE "ult.mov " TO CAND-ROT-DET
               MOVE "sem movto" TO CAND-DATA-DET
               IF WS-TC-ULT(CLI-COD) NOT = ZEROS
                   MOVE WS-TC-ULT(CLI-COD) TO WS-AMD
                   PERFORM P-EDITA-AMD
                   MOVE WS-DATA-ED TO CAND-DATA-DET.
           IF MODO-SIMULA-88
               WRITE REG-ARQSAID FROM LINHA-CAND
               GO TO P-PASSA-CLIENTES-LER.
           MOVE WS-NOME-ANON TO CLI-NOME.
           MOVE SPACES TO CLI-CPF-CNPJ.
           MOVE SPACES TO CLI-FONE.
           MOVE "I" TO CLI-SITUACAO.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY (22 04) "!! ERRO AO GRAVAR - FS = " FS-CLI
                   ACCEPT WS-P
                   GO TO P-PASSA-CLIENTES-LER.
           ADD 1 TO WS-QTDE-FEITOS.
           MOVE "S" TO WS-TC-ANON(CLI-COD).
           MOVE SPACES TO CADH-ANTES.
           MOVE "NOME, CPF/CNPJ E TELEFONE ELIMINADOS (LGPD)" TO
               CADH-ANTES.
           MOVE SPACES TO CADH-DEPOIS.
           MOVE REG-CLIENTE TO CADH-DEPOIS.
           MOVE "CLIENTE" TO CADH-ARQUIVO.
           MOVE CLI-COD TO CADH-CHAVE.
           PERFORM P-GRAVA-CADHIST.
           GO TO P-PASSA-CLIENTES-LER.
       P-PASSA-CLIENTES-FIM.

      *-----cheques de custodia dos clientes anonimizados-------------*
       P-ANON-CUSTCHEQ.
           MOVE ZEROS TO WS-QTDE-CQ.
           OPEN I-O CUSTCHEQ.
           IF FS-CQ NOT = "00"
               CLOSE CUSTCHEQ
               GO TO P-ANON-CUSTCHEQ-FIM.
           OPEN INPUT RECEBER.
           IF FS-REC NOT = "00"
               CLOSE RECEBER CUSTCHEQ
               GO TO P-ANON-CUSTCHEQ-FIM.
           MOVE ZEROS TO CQ-NUM.
           START CUSTCHEQ KEY IS NOT LESS THAN CQ-NUM
               INVALID KEY
                   CLOSE RECEBER CUSTCHEQ
                   GO TO P-ANON-CUSTCHEQ-FIM.
       P-ANON-CUSTCHEQ-LER.
           READ CUSTCHEQ NEXT RECORD
               AT END
                   CLOSE RECEBER CUSTCHEQ
                   GO TO P-ANON-CUSTCHEQ-FIM.
           IF CQ-EM-CUSTODIA OR CQ-EMITENTE = WS-NOME-ANON
               GO TO P-ANON-CUSTCHEQ-LER.
           MOVE CQ-REC-NUM TO REC-NUM.
           READ RECEBER
               INVALID KEY
                   GO TO P-ANON-CUSTCHEQ-LER.
           IF REC-CLI-COD = ZEROS
               GO TO P-ANON-CUSTCHEQ-LER.
           IF WS-TC-ANON(REC-CLI-COD) NOT = "S"
               GO TO P-ANON-CUSTCHEQ-LER.
           MOVE WS-NOME-ANON TO CQ-EMITENTE.
           MOVE SPACES TO CQ-AGENCIA.
           MOVE SPACES TO CQ-NUMERO.
           REWRITE REG-CUSTCHEQ
               INVALID KEY
                   GO TO P-ANON-CUSTCHEQ-LER.
           ADD 1 TO WS-QTDE-CQ.
           GO TO P-ANON-CUSTCHEQ-LER.
       P-ANON-CUSTCHEQ-FIM.

      *-----------------------------------------------------------*
      * Imagens ANTES/DEPOIS dos clientes anonimizados no jornal:  *
      * nome, documento e telefone em branco (regravacao no lugar, *
      * como o MERC06 faz no MOVEST); o resto do rastro fica.      *
      *-----------------------------------------------------------*
       P-LIMPA-CADHIST.
           MOVE ZEROS TO WS-QTDE-CADH.
           OPEN I-O CADHIST.
           IF FS-CADH NOT = "00"
               CLOSE CADHIST
               GO TO P-LIMPA-CADHIST-FIM.
       P-LIMPA-CADHIST-LER.
           READ CADHIST
               AT END
                   CLOSE CADHIST
                   GO TO P-LIMPA-CADHIST-FIM.
           IF CADH-ARQUIVO NOT = "CLIENTE" OR CADH-ANONIMIZACAO
               GO TO P-LIMPA-CADHIST-LER.
           IF CADH-CHAVE(1:4) NOT NUMERIC
               GO TO P-LIMPA-CADHIST-LER.
           MOVE CADH-CHAVE(1:4) TO WS-COD-CLI.
           IF WS-COD-CLI = ZEROS
               GO TO P-LIMPA-CADHIST-LER.
           IF WS-TC-ANON(WS-COD-CLI) NOT = "S"
               GO TO P-LIMPA-CADHIST-LER.
           IF CADH-ANTES NOT = SPACES
               MOVE CADH-ANTES TO WS-CLI-IMG
               PERFORM P-MASCARA-IMAGEM
               MOVE WS-CLI-IMG TO CADH-ANTES.
           IF CADH-DEPOIS NOT = SPACES
               MOVE CADH-DEPOIS TO WS-CLI-IMG
               PERFORM P-MASCARA-IMAGEM
               MOVE WS-CLI-IMG TO CADH-DEPOIS.
           REWRITE REG-CADHIST.
           ADD 1 TO WS-QTDE-CADH.
           GO TO P-LIMPA-CADHIST-LER.
       P-LIMPA-CADHIST-FIM.

       P-MASCARA-IMAGEM.
           MOVE WS-NOME-ANON TO WS-CI-NOME.
           MOVE SPACES TO WS-CI-CPF-CNPJ.
           MOVE SPACES TO WS-CI-FONE.

      *-----------------------------------------------------------*
      * <3> Funcionarios desligados alem do prazo de guarda.       *
      *-----------------------------------------------------------*
       P-ANON-FUNC.
           DISPLAY (01 01) ERASE.
           IF WS-NIVEL-ATUAL < 2
               DISPLAY (22 04) "!! ANONIMIZACAO E SO DO SUPERVISOR !!"
               ACCEPT WS-P
               GO TO P-ANON-FUNC-FIM.
           DISPLAY (02 04) "Anonimizar funcionarios desligados (LGPD)".
           DISPLAY (04 04) "Prazo de guarda (anos, 0=Sai)=".
           MOVE 5 TO WS-ANOS.
           ACCEPT (04 35) WS-ANOS WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-ANOS = ZEROS
               GO TO P-ANON-FUNC-FIM.
           IF WS-ANOS < 5
               DISPLAY (22 04) "!! PRAZO MINIMO DE GUARDA E 5 ANOS !!"
               ACCEPT WS-P
               GO TO P-ANON-FUNC.
           COMPUTE WS-CORTE = (ANO - WS-ANOS) * 10000
               + MES * 100 + DIA.
           OPEN INPUT FUNCION.
           IF FS-FUNC NOT = "00"
               CLOSE FUNCION
               DISPLAY (22 04) "!! FUNCION.DAT NAO ENCONTRADO !!"
               ACCEPT WS-P
               GO TO P-ANON-FUNC-FIM.
           CLOSE FUNCION.
           PERFORM P-ABRE-FOLHIST.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "Anonimizacao de funcionarios (LGPD)" TO TITULO-DET.
           PERFORM P-DATA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           MOVE WS-CORTE TO WS-AMD.
           PERFORM P-EDITA-AMD.
           MOVE SPACES TO TEXTO-DET.
           STRING "Inativos desligados antes de " WS-DATA-ED
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE "S" TO WS-MODO.
           PERFORM P-PASSA-FUNC THRU P-PASSA-FUNC-FIM.
           DISPLAY (06 04) "Funcionarios a anonimizar=" WS-QTDE-CAND.
           IF WS-QTDE-SEM-DATA NOT = ZEROS
               DISPLAY (07 04) "Inativos sem data de desligamento="
                   WS-QTDE-SEM-DATA.
           IF WS-QTDE-CAND = ZEROS
               MOVE "NENHUM FUNCIONARIO NA REGRA" TO TEXTO-DET
               WRITE REG-ARQSAID FROM LINHA-TEXTO
               CLOSE ARQSAID
               PERFORM P-FECHA-FOLHIST
               DISPLAY (22 04) "Lista gravada em BANCO21.TXT"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT WS-P
               GO TO P-ANON-FUNC-FIM.
           DISPLAY (08 04) "Lista em BANCO21.TXT - a anonimizacao"
               " NAO tem volta.".
           DISPLAY (09 04) "Confirma ?  < S/N >".
           ACCEPT (09 25) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               MOVE "NAO CONFIRMADO - NADA FOI ALTERADO" TO TEXTO-DET
               WRITE REG-ARQSAID FROM LINHA-TEXTO
               CLOSE ARQSAID
               PERFORM P-FECHA-FOLHIST
               GO TO P-ANON-FUNC-FIM.
           MOVE "E" TO WS-MODO.
           PERFORM P-PASSA-FUNC THRU P-PASSA-FUNC-FIM.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-QTDE-FEITOS TO WS-QTDE-ED.
           MOVE SPACES TO TEXTO-DET.
           STRING "Funcionarios anonimizados....: " WS-QTDE-ED
               DELIMITED BY SIZE INTO TEXTO-DET.
           WRITE REG-ARQSAID FROM LINHA-TEXTO.
           CLOSE ARQSAID.
           PERFORM P-FECHA-FOLHIST.
           DISPLAY (11 04) "Funcionarios anonimizados=" WS-QTDE-FEITOS.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-ANON-FUNC-FIM.

      *-----------------------------------------------------------*
      * Passa o cadastro de funcionarios (WS-MODO como clientes).  *
      * Sem data de desligamento vale o ultimo pagamento da folha; *
      * sem nenhum dos dois o funcionario so e listado.            *
      *-----------------------------------------------------------*
       P-PASSA-FUNC.
           MOVE ZEROS TO WS-QTDE-CAND WS-QTDE-FEITOS WS-QTDE-SEM-DATA.
           IF MODO-SIMULA-88
               OPEN INPUT FUNCION
           ELSE
               OPEN I-O FUNCION.
           IF FS-FUNC NOT = "00"
               CLOSE FUNCION
               GO TO P-PASSA-FUNC-FIM.
           MOVE ZEROS TO FUNC-COD.
           START FUNCION KEY IS NOT LESS THAN FUNC-COD
               INVALID KEY
                   CLOSE FUNCION
                   GO TO P-PASSA-FUNC-FIM.
       P-PASSA-FUNC-LER.
           READ FUNCION NEXT RECORD
               AT END
                   CLOSE FUNCION
                   GO TO P-PASSA-FUNC-FIM.
           IF NOT FUNC-INATIVO OR FUNC-NOME = WS-NOME-ANON
               GO TO P-PASSA-FUNC-LER.
           MOVE FUNC-DEMISSAO TO WS-AMD.
           MOVE "deslig. " TO CAND-ROT-DET.
           IF WS-AMD = ZEROS
               MOVE FUNC-COD TO WS-COD-FUNC
               PERFORM P-RESUMO-FOLHIST THRU P-RESUMO-FOLHIST-FIM
               MOVE WS-FH-PGTO TO WS-AMD
               MOVE "ult.pgto" TO CAND-ROT-DET.
           IF WS-AMD = ZEROS
               ADD 1 TO WS-QTDE-SEM-DATA
               PERFORM P-LISTA-SEM-DATA
               GO TO P-PASSA-FUNC-LER.
           IF WS-AMD NOT < WS-CORTE
               GO TO P-PASSA-FUNC-LER.
           ADD 1 TO WS-QTDE-CAND.
           IF MODO-SIMULA-88
               MOVE FUNC-COD TO CAND-COD-DET
               MOVE FUNC-NOME TO CAND-NOME-DET
               MOVE FUNC-CPF TO CAND-DOC-DET
               PERFORM P-EDITA-AMD
               MOVE WS-DATA-ED TO CAND-DATA-DET
               WRITE REG-ARQSAID FROM LINHA-CAND
               GO TO P-PASSA-FUNC-LER.
           MOVE WS-NOME-ANON TO FUNC-NOME.
           MOVE SPACES TO FUNC-CPF.
           MOVE SPACES TO FUNC-FONE.
           MOVE SPACES TO FUNC-BANCO.
           MOVE SPACES TO FUNC-AGENCIA.
           MOVE SPACES TO FUNC-CONTA.
           MOVE SPACES TO FUNC-PIX.
           REWRITE REG-FUNCION
               INVALID KEY
                   DISPLAY (22 04) "!! ERRO AO GRAVAR - FS = " FS-FUNC
                   ACCEPT WS-P
                   GO TO P-PASSA-FUNC-LER.
           ADD 1 TO WS-QTDE-FEITOS.
           MOVE SPACES TO CADH-ANTES.
           MOVE "NOME, CPF, FONE E DADOS BANCARIOS ELIMINADOS (LGPD)"
               TO CADH-ANTES.
           MOVE SPACES TO CADH-DEPOIS.
           MOVE REG-FUNCION TO CADH-DEPOIS.
           MOVE "FUNCION" TO CADH-ARQUIVO.
           MOVE FUNC-COD TO CADH-CHAVE.
           PERFORM P-GRAVA-CADHIST.
           GO TO P-PASSA-FUNC-LER.
       P-PASSA-FUNC-FIM.

      *-----FOLHIST e opcional (folha nunca rodada)--------------------*
       P-ABRE-FOLHIST.
           MOVE "N" TO WS-TEM-FOLHIST.
           OPEN INPUT FOLHIST.
           IF FS-FH = "00"
               MOVE "S" TO WS-TEM-FOLHIST.

       P-FECHA-FOLHIST.
           IF TEM-FOLHIST-88
               CLOSE FOLHIST.
           MOVE "N" TO WS-TEM-FOLHIST.

      *-----inativo sem data nenhuma: so aparece na lista--------------*
       P-LISTA-SEM-DATA.
           IF NOT MODO-SIMULA-88
               EXIT PARAGRAPH.
           MOVE FUNC-COD TO CAND-COD-DET.
           MOVE FUNC-NOME TO CAND-NOME-DET.
           MOVE FUNC-CPF TO CAND-DOC-DET.
           MOVE SPACES TO CAND-ROT-DET.
           MOVE "SEM DATA" TO CAND-DATA-DET.
           WRITE REG-ARQSAID FROM LINHA-CAND.

      *-----jornal de cadastros: operacao "A", data/hora/operador-----*
       P-GRAVA-CADHIST.
           OPEN EXTEND CADHIST.
           IF FS-CADH = "30" OR FS-CADH = "35"
               CLOSE CADHIST
               OPEN OUTPUT CADHIST
               CLOSE CADHIST
               OPEN EXTEND CADHIST.
           MOVE "A" TO CADH-OPERACAO.
           COMPUTE CADH-DATA =
               DIA * 1000000 + MES * 10000 + ANO.
           ACCEPT WS-HORA-DOS-CH FROM TIME.
           COMPUTE CADH-HORA =
               WS-HH-CH * 10000 + WS-MM-CH * 100 + WS-SS-CH.
           MOVE WS-OPER-ATUAL TO CADH-OPER-COD.
           WRITE REG-CADHIST.
           CLOSE CADHIST.

      *-----datas----------------------------------------------------*
       P-DMA-AMD.
           COMPUTE WS-AMD = WS-DMA-ANO * 10000 + WS-DMA-MES * 100
               + WS-DMA-DIA.

       P-EDITA-DMA.
           MOVE WS-DMA-DIA TO WS-DE-DIA.
           MOVE WS-DMA-MES TO WS-DE-MES.
           MOVE WS-DMA-ANO TO WS-DE-ANO.

       P-EDITA-AMD.
           MOVE WS-AMD-DIA TO WS-DE-DIA.
           MOVE WS-AMD-MES TO WS-DE-MES.
           MOVE WS-AMD-ANO TO WS-DE-ANO.

       P-DATA-TITULO.
           MOVE DIA TO DIA-TIT.
           MOVE MES TO MES-TIT.
           MOVE ANO TO ANO-TIT.

      *-----so os digitos do documento (mesmo criterio do BANCO41)-----*
       P-SO-DIGITOS.
           MOVE SPACES TO WS-SO-DIGITOS.
           MOVE ZEROS TO WS-DX.
           MOVE ZEROS TO WS-DY.
       P-SO-DIGITOS-LOOP.
           ADD 1 TO WS-DX.
           IF WS-DX > 18 OR WS-DY NOT < 14
               EXIT PARAGRAPH.
           IF WS-DIG-ENT(WS-DX:1) < "0" OR WS-DIG-ENT(WS-DX:1) > "9"
               GO TO P-SO-DIGITOS-LOOP.
           ADD 1 TO WS-DY.
           MOVE WS-DIG-ENT(WS-DX:1) TO WS-SO-DIGITOS(WS-DY:1).
           GO TO P-SO-DIGITOS-LOOP.

       P-FIM.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO70.COM".

      *-----------------------------------------------------------*
      * Sessao DESTA estacao: operador e nivel.                    *
      *-----------------------------------------------------------*
       P-LE-SESSAO.
           PERFORM P-IDENT-TERMINAL.
           OPEN INPUT SESSAO.
           IF FS-SESSAO NOT = "00"
               CLOSE SESSAO
               MOVE 2 TO WS-NIVEL-ATUAL
               EXIT PARAGRAPH.
           READ SESSAO NEXT RECORD
               AT END
                   CLOSE SESSAO
                   MOVE 2 TO WS-NIVEL-ATUAL
                   EXIT PARAGRAPH.
           MOVE SESSAO-OPER-COD TO WS-OPER-ATUAL.
           MOVE SESSAO-OPER-NIVEL TO WS-NIVEL-ATUAL.
           CLOSE SESSAO.

      *-----------------------------------------------------------*
      * Identidade da estacao (TERMINAL.DAT local).                *
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
