      *    de cobranca, operador com perfil/senha e empresa com
      *    chave PIX, a natureza ganhou a marca de concessionaria
      *    (NAT-CONSUMO) e o MOVIMENTO (BCO.DAT e cada BCOnn.DAT)
      *    ganhou competencia, consumo e a linha digitavel do
      *    boleto no fim do registro. O funcionario ganhou admissao,
      *    13o/ferias, dados pessoais e convenio; o turno de caixa,
      *    a conferencia do fechamento; a transferencia de estoque,
      *    o lote de validade; a transferencia bancaria, a
      *    aplicacao financeira; e as quantidades do diario de
      *    estoque, dos lotes e dos itens de pedido ganharam 3
      *    casas (produto vendido a peso). Esta
      *    rotina, rodada UMA vez na virada, le as copias dos
      *    arquivos no layout ANTIGO (o operador copia antes, no
      *    DOS:
      *      NATUREZA.DAT-> NATVEL.DAT
      *      BCO.DAT     -> BCOVEL.DAT
      *      BCOnn.DAT   -> BCOnnVEL.DAT  (cada empresa)
      *      FUNCION.DAT -> FUNCVEL.DAT
      *      TURNO.DAT   -> TURNVEL.DAT
      *      TRANSF.DAT  -> TRFVEL.DAT
      *      TRANSFB.DAT -> TRBVEL.DAT
      *      MOVEST.DAT  -> MOVVEL.DAT
      *      MOVESTnn.DAT-> MOVnnVEL.DAT  (cada exercicio arquivado)
      *      LOTEST.DAT  -> LOTVEL.DAT
      *      PEDITEM.DAT -> PEDIVEL.DAT
      *    e apaga os originais) e regrava os arquivos oficiais ja
      *    no layout novo: codigos completados com zero a esquerda
      *    e todo campo que nasceu nesta versao iniciado com
      *    antigos nao tem codigo p/ onde ir: entra codigo 0 (sem
      *    cadastro) e o nome sai listado em BANCO90.TXT p/ o
      *    operador recadastrar no RECEB02. Arquivos que nasceram
      *    NESTA versao (PRECOHIS, COTACAO, PENDFORN,
      *    CLIENTE...) nao tem nada a converter. Menu
      *    Seguranca/Auditoria, opcao 15.
      *
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT FUNCVEL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VU-COD
                  FILE STATUS IS FS-VU.
           SELECT FUNCION ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUNC-COD
                  FILE STATUS IS FS-FUNC.
           SELECT TURNVEL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VT-CHAVE
                  FILE STATUS IS FS-VT.
           SELECT TURNO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TUR-CHAVE
                  FILE STATUS IS FS-TUR.
           SELECT TRFVEL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VX-NUM
                  FILE STATUS IS FS-VX.
           SELECT TRANSF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRF-NUM
                  FILE STATUS IS FS-TRF.
           SELECT TRBVEL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VY-NUM
                  FILE STATUS IS FS-VY.
           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-TRB.
           SELECT MOVVEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-VS.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-MOVEST.
           SELECT LOTVEL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VL-CHAVE
                  FILE STATUS IS FS-VL.
           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-LOTEST.
           SELECT PEDIVEL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VI-CHAVE
                  FILE STATUS IS FS-VI.
           SELECT PEDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PEDI-CHAVE
                  FILE STATUS IS FS-PEDI.
           SELECT ARQSAID ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           03 VB-NATUREZA      PIC 99.
           03 VB-JUROS-PAGO    PIC 9(09)V99.

      *-----funcionario velho: termina em FUNC-SITUACAO----------------*
       FD FUNCVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCVEL.DAT".
       01 REG-FUNCVEL.
           03 VU-COD           PIC 9(03).
           03 VU-NOME          PIC X(20).
           03 VU-DEPTO         PIC 99.
           03 VU-SALARIO       PIC 9(09)V99.
           03 VU-PCT-INSS      PIC 99V99.
           03 VU-PCT-IRRF      PIC 99V99.
           03 VU-BANCO         PIC X(10).
           03 VU-AGENCIA       PIC X(06).
           03 VU-CONTA         PIC X(12).
           03 VU-PIX           PIC X(32).
           03 VU-SITUACAO      PIC X(01).

      *-----turno velho: termina em TUR-SITUACAO (sem a conferencia)---*
       FD TURNVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TURNVEL.DAT".
       01 REG-TURNVEL.
           03 VT-CHAVE.
               05 VT-DATA      PIC 9(08).
               05 VT-SEQ       PIC 9.
           03 VT-OPER-COD      PIC 99.
           03 VT-FUNDO-TROCO   PIC 9(09)V99.
           03 VT-CEDULAS       PIC 9(09)V99.
           03 VT-MOEDAS        PIC 9(09)V99.
           03 VT-CONTADO       PIC 9(09)V99.
           03 VT-SITUACAO      PIC X(01).

      *-----transferencia de estoque velha: termina em TRF-OPER-COD----*
       FD TRFVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRFVEL.DAT".
       01 REG-TRFVEL.
           03 VX-NUM           PIC 9(06).
           03 VX-EMP-ORIG      PIC 99.
           03 VX-EMP-DEST      PIC 99.
           03 VX-PROD          PIC 9(04).
           03 VX-QTDE          PIC 9(06).
           03 VX-DATA-SAIDA    PIC 9(08).
           03 VX-DATA-CHEGADA  PIC 9(08).
           03 VX-SITUACAO      PIC X(01).
           03 VX-OPER-COD      PIC 99.

      *-----transferencia bancaria velha: termina em TRB-OPER-COD------*
       FD TRBVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRBVEL.DAT".
       01 REG-TRBVEL.
           03 VY-NUM           PIC 9(06).
           03 VY-CTA-ORIG      PIC 99.
           03 VY-CTA-DEST      PIC 99.
           03 VY-VALOR         PIC 9(09)V99.
           03 VY-DATA          PIC 9(08).
           03 VY-SITUACAO      PIC X(01).
           03 VY-OPER-COD      PIC 99.

      *-----diario de estoque velho: quantidade inteira----------------*
       FD MOVVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-MOVVEL.
       01 REG-MOVVEL.
           03 VS-PROD-COD      PIC 9(04).
           03 VS-TIPO          PIC X(01).
           03 VS-DATA          PIC 9(08).
           03 VS-QTDE          PIC S9(06).
           03 VS-VALOR         PIC 9(11)V99.
           03 VS-NUM-CHE       PIC X(06).
           03 VS-OPER-COD      PIC 99.

      *-----lote de validade velho: quantidade inteira-----------------*
       FD LOTVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTVEL.DAT".
       01 REG-LOTVEL.
           03 VL-CHAVE.
               05 VL-PROD      PIC 9(04).
               05 VL-VALIDADE  PIC 9(08).
           03 VL-QTDE          PIC 9(06).
           03 VL-FORN          PIC 9(03).
           03 VL-CUSTO         PIC 9(08)V99.

      *-----item de pedido velho: quantidades inteiras-----------------*
       FD PEDIVEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PEDIVEL.DAT".
       01 REG-PEDIVEL.
           03 VI-CHAVE.
               05 VI-PED-NUM   PIC 9(06).
               05 VI-SEQ       PIC 99.
           03 VI-PROD          PIC 9(04).
           03 VI-QTDE          PIC 9(06).
           03 VI-PRECO         PIC 9(08)V99.
           03 VI-QTDE-RECEB    PIC 9(06).

       COPY NATUMAST.

       COPY BCOMAST.

       COPY EMPRESA.

       COPY FUNCMAST.

       COPY TURNOMAST.

       COPY TRANSFMAST.

       COPY TRFBMAST.

       COPY MOVESTMAST.

       COPY LOTESTMAST.

       COPY PEDITMAST.

      *-----lista dos clientes em texto livre dos recebiveis velhos----*
      *-----p/ recadastro manual no RECEB02------------------------------*
       FD ARQSAID            LABEL RECORD IS STANDARD
       77 FS-VB                 PIC XX.
       77 FS                    PIC XX.
       77 FS-ARQ                PIC XX.
       77 FS-VU                 PIC XX.
       77 FS-VT                 PIC XX.
       77 FS-VX                 PIC XX.
       77 FS-VY                 PIC XX.
       77 FS-VS                 PIC XX.
       77 FS-VL                 PIC XX.
       77 FS-VI                 PIC XX.
       77 FS-FUNC               PIC XX.
       77 FS-TUR                PIC XX.
       77 FS-TRF                PIC XX.
       77 FS-TRB                PIC XX.
       77 FS-MOVEST             PIC XX.
       77 FS-LOTEST             PIC XX.
       77 FS-PEDI               PIC XX.
       77 WS-P                 PIC X VALUE SPACES.
      *-----nomes do movimento por empresa: o vivo (WS-ARQ-BCO,--------*
      *-----exigido pelo FD do BCOMAST) e a copia velha-----------------*
           03 FILLER           PIC X(03) VALUE "BCO".
           03 WS-AVM-COD       PIC 99.
           03 FILLER           PIC X(07) VALUE "VEL.DAT".
      *-----diario de estoque: o do ano e os exercicios arquivados-----*
      *-----pelo expurgo (MOVESTnn.DAT, copia velha MOVnnVEL.DAT)------*
       77 WS-ARQ-MOVEST         PIC X(12) VALUE "MOVEST.DAT".
       77 WS-ARQ-MOVVEL         PIC X(12) VALUE "MOVVEL.DAT".
       01 WS-ARQ-MOV-MONTA.
           03 FILLER           PIC X(06) VALUE "MOVEST".
           03 WS-AMM-ANO       PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
       01 WS-ARQ-MVV-MONTA.
           03 FILLER           PIC X(03) VALUE "MOV".
           03 WS-AMV-ANO       PIC 99.
           03 FILLER           PIC X(07) VALUE "VEL.DAT".
       77 WS-QT-BCO             PIC 9(06) VALUE ZEROS.
       77 WS-QT-BCO-EMP         PIC 9(06) VALUE ZEROS.
       77 WS-SEM-EMPRESAS       PIC X VALUE "N".
       77 WS-QT-OPER           PIC 9(05) VALUE ZEROS.
       77 WS-QT-EMP            PIC 9(05) VALUE ZEROS.
       77 WS-QT-NAT            PIC 9(05) VALUE ZEROS.
       77 WS-QT-FUNC           PIC 9(05) VALUE ZEROS.
       77 WS-QT-TUR            PIC 9(05) VALUE ZEROS.
       77 WS-QT-TRF            PIC 9(05) VALUE ZEROS.
       77 WS-QT-TRB            PIC 9(05) VALUE ZEROS.
       77 WS-QT-MOV            PIC 9(06) VALUE ZEROS.
       77 WS-QT-LOT            PIC 9(05) VALUE ZEROS.
       77 WS-QT-PEDI           PIC 9(05) VALUE ZEROS.
       01 WS-VP-ENTREGA-R.
           03 WS-VP-DIA         PIC 99.
           03 WS-VP-MES         PIC 99.
           DISPLAY (10 06) "COPY NATUREZA.DAT NATVEL.DAT".
           DISPLAY (11 06) "COPY BCO.DAT     BCOVEL.DAT".
           DISPLAY (12 06) "COPY BCOnn.DAT   BCOnnVEL.DAT (p/ cada)".
           DISPLAY (04 44) "COPY FUNCION.DAT FUNCVEL.DAT".
           DISPLAY (05 44) "COPY TURNO.DAT   TURNVEL.DAT".
           DISPLAY (06 44) "COPY TRANSF.DAT  TRFVEL.DAT".
           DISPLAY (07 44) "COPY TRANSFB.DAT TRBVEL.DAT".
           DISPLAY (08 44) "COPY MOVEST.DAT  MOVVEL.DAT".
           DISPLAY (09 44) "COPY MOVESTnn.DAT MOVnnVEL.DAT".
           DISPLAY (10 44) "COPY LOTEST.DAT  LOTVEL.DAT".
           DISPLAY (11 44) "COPY PEDITEM.DAT PEDIVEL.DAT".
           DISPLAY (14 04) "Copias feitas - converte < S/N >? ".
           ACCEPT (13 39) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s" AND WS-P NOT = "0"
           PERFORM P-CONVERTE-EMP THRU P-CONVERTE-EMP-FIM.
           PERFORM P-CONVERTE-NAT THRU P-CONVERTE-NAT-FIM.
           PERFORM P-CONVERTE-BCO THRU P-CONVERTE-BCO-FIM.
           PERFORM P-CONVERTE-FUNC THRU P-CONVERTE-FUNC-FIM.
           PERFORM P-CONVERTE-TUR THRU P-CONVERTE-TUR-FIM.
           PERFORM P-CONVERTE-TRF THRU P-CONVERTE-TRF-FIM.
           PERFORM P-CONVERTE-TRB THRU P-CONVERTE-TRB-FIM.
           PERFORM P-CONVERTE-MOV THRU P-CONVERTE-MOV-FIM.
           PERFORM P-CONVERTE-LOT THRU P-CONVERTE-LOT-FIM.
           PERFORM P-CONVERTE-PEDI THRU P-CONVERTE-PEDI-FIM.
           CLOSE ARQSAID.
           DISPLAY (15 04) WS-QT-FORN " fornecedor(es) convertidos".
           DISPLAY (16 04) WS-QT-PED  " pedido(s) convertidos".
           DISPLAY (20 04) WS-QT-EMP  " empresa(s) convertidas".
           DISPLAY (21 04) WS-QT-NAT  " natureza(s) convertidas".
           DISPLAY (22 04) WS-QT-BCO  " documento(s) do movimento".
           DISPLAY (15 44) WS-QT-FUNC " funcionario(s) convertidos".
           DISPLAY (16 44) WS-QT-TUR  " turno(s) de caixa".
           DISPLAY (17 44) WS-QT-TRF  " transferencia(s) de estoque".
           DISPLAY (18 44) WS-QT-TRB  " transferencia(s) bancarias".
           DISPLAY (19 44) WS-QT-MOV  " linha(s) do diario estoque".
           DISPLAY (20 44) WS-QT-LOT  " lote(s) de validade".
           DISPLAY (21 44) WS-QT-PEDI " item(ns) de pedido".
           DISPLAY (23 04)
               "Clientes a recadastrar listados em BANCO90.TXT".
           DISPLAY (24 04) " Tecle  -  <  ENTER  > ".
           MOVE ZEROS          TO PROD-CUSTO-MEDIO.
           MOVE ZEROS          TO PROD-SECAO.
           MOVE SPACES         TO PROD-EAN.
           MOVE "N"            TO PROD-PESAVEL.
           MOVE ZEROS          TO PROD-VALIDADE.
           WRITE REG-ESTOQUE.
           ADD 1 TO WS-QT-PROD.
           GO TO P-CONVERTE-PROD-LER.
                   GO TO P-CONVERTE-REC-FECHA.
           MOVE VR-NUM         TO REC-NUM.
           MOVE ZEROS          TO REC-CLI-COD.
           MOVE SPACES         TO REC-CRED-VENDA.
           MOVE ZEROS          TO REC-CRED-PARC.
           MOVE ZEROS          TO REC-CRED-QTDE.
           MOVE SPACE          TO REC-CRED-TIPO.
           MOVE VR-DIA         TO REC-DIA.
           MOVE VR-MES         TO REC-MES.
           MOVE VR-ANO         TO REC-ANO.
      *     campos que nasceram nesta versao entram zerados
           MOVE ZEROS         TO COMPET-CHE.
           MOVE ZEROS         TO CONSUMO-CHE.
           MOVE SPACES        TO CODBAR-CHE.
           WRITE REG-BCO.
           ADD 1 TO WS-QT-BCO-EMP.
           ADD 1 TO WS-QT-BCO.
       P-CONVERTE-BCO-UMA-FECHA.
           CLOSE BCOVEL BANCO.
       P-CONVERTE-BCO-UMA-FIM.

      *-----FUNCION.DAT: admissao, 13o/ferias, dados pessoais e--------*
      *-----convenio nasceram nesta versao - a implantacao dos avos----*
      *-----e da admissao se faz depois no BANCO76 (alteracao)---------*
       P-CONVERTE-FUNC.
           OPEN INPUT FUNCVEL.
           IF FS-VU NOT = "00"
               DISPLAY (14 04) "FUNCVEL.DAT nao achado - pulado."
               CLOSE FUNCVEL
               GO TO P-CONVERTE-FUNC-FIM.
           OPEN OUTPUT FUNCION.
           MOVE ZEROS TO VU-COD.
           START FUNCVEL KEY IS NOT LESS THAN VU-COD
               INVALID KEY
                   GO TO P-CONVERTE-FUNC-FECHA.
       P-CONVERTE-FUNC-LER.
           READ FUNCVEL NEXT RECORD
               AT END
                   GO TO P-CONVERTE-FUNC-FECHA.
           MOVE VU-COD         TO FUNC-COD.
           MOVE VU-NOME        TO FUNC-NOME.
           MOVE VU-DEPTO       TO FUNC-DEPTO.
           MOVE VU-SALARIO     TO FUNC-SALARIO.
           MOVE VU-PCT-INSS    TO FUNC-PCT-INSS.
           MOVE VU-PCT-IRRF    TO FUNC-PCT-IRRF.
           MOVE VU-BANCO       TO FUNC-BANCO.
           MOVE VU-AGENCIA     TO FUNC-AGENCIA.
           MOVE VU-CONTA       TO FUNC-CONTA.
           MOVE VU-PIX         TO FUNC-PIX.
           MOVE VU-SITUACAO    TO FUNC-SITUACAO.
      *     campos que nasceram nesta versao entram zerados
           MOVE ZEROS          TO FUNC-ADMISSAO.
           MOVE ZEROS          TO FUNC-13-ANO.
           MOVE ZEROS          TO FUNC-13-AVOS.
           MOVE ZEROS          TO FUNC-13-ULT-MES.
           MOVE ZEROS          TO FUNC-13-PARC1.
           MOVE "N"            TO FUNC-13-PAGO.
           MOVE ZEROS          TO FUNC-FER-AQUIS.
           MOVE ZEROS          TO FUNC-FER-AVOS.
           MOVE ZEROS          TO FUNC-FER-INICIO.
           MOVE ZEROS          TO FUNC-FER-DIAS.
           MOVE SPACES         TO FUNC-CPF.
           MOVE SPACES         TO FUNC-FONE.
           MOVE ZEROS          TO FUNC-DEMISSAO.
           MOVE ZEROS          TO FUNC-CONV-LIMITE.
           MOVE ZEROS          TO FUNC-CONV-SALDO.
           WRITE REG-FUNCION.
           ADD 1 TO WS-QT-FUNC.
           GO TO P-CONVERTE-FUNC-LER.
       P-CONVERTE-FUNC-FECHA.
           CLOSE FUNCVEL FUNCION.
       P-CONVERTE-FUNC-FIM.

      *-----TURNO.DAT: a conferencia do fechamento nasceu nesta--------*
      *-----versao - turno antigo fica sem vendas/sangrias/diferenca---*
       P-CONVERTE-TUR.
           OPEN INPUT TURNVEL.
           IF FS-VT NOT = "00"
               DISPLAY (14 04) "TURNVEL.DAT nao achado - pulado."
               CLOSE TURNVEL
               GO TO P-CONVERTE-TUR-FIM.
           OPEN OUTPUT TURNO.
           MOVE LOW-VALUES TO VT-CHAVE.
           START TURNVEL KEY IS NOT LESS THAN VT-CHAVE
               INVALID KEY
                   GO TO P-CONVERTE-TUR-FECHA.
       P-CONVERTE-TUR-LER.
           READ TURNVEL NEXT RECORD
               AT END
                   GO TO P-CONVERTE-TUR-FECHA.
           MOVE VT-DATA        TO TUR-DATA.
           MOVE VT-SEQ         TO TUR-SEQ.
           MOVE VT-OPER-COD    TO TUR-OPER-COD.
           MOVE VT-FUNDO-TROCO TO TUR-FUNDO-TROCO.
           MOVE VT-CEDULAS     TO TUR-CEDULAS.
           MOVE VT-MOEDAS      TO TUR-MOEDAS.
           MOVE VT-CONTADO     TO TUR-CONTADO.
           MOVE VT-SITUACAO    TO TUR-SITUACAO.
      *     campos que nasceram nesta versao entram zerados
           MOVE ZEROS          TO TUR-PDV-DINHEIRO.
           MOVE ZEROS          TO TUR-SANGRIAS.
           MOVE ZEROS          TO TUR-SUPRIM.
           MOVE ZEROS          TO TUR-DIFERENCA.
           WRITE REG-TURNO.
           ADD 1 TO WS-QT-TUR.
           GO TO P-CONVERTE-TUR-LER.
       P-CONVERTE-TUR-FECHA.
           CLOSE TURNVEL TURNO.
       P-CONVERTE-TUR-FIM.

      *-----TRANSF.DAT: transferencia antiga nao baixou lote (FEFO)----*
      *-----validade e quantidade de lote entram zeradas---------------*
       P-CONVERTE-TRF.
           OPEN INPUT TRFVEL.
           IF FS-VX NOT = "00"
               DISPLAY (14 04) "TRFVEL.DAT nao achado - pulado."
               CLOSE TRFVEL
               GO TO P-CONVERTE-TRF-FIM.
           OPEN OUTPUT TRANSF.
           MOVE ZEROS TO VX-NUM.
           START TRFVEL KEY IS NOT LESS THAN VX-NUM
               INVALID KEY
                   GO TO P-CONVERTE-TRF-FECHA.
       P-CONVERTE-TRF-LER.
           READ TRFVEL NEXT RECORD
               AT END
                   GO TO P-CONVERTE-TRF-FECHA.
           MOVE VX-NUM          TO TRF-NUM.
           MOVE VX-EMP-ORIG     TO TRF-EMP-ORIG.
           MOVE VX-EMP-DEST     TO TRF-EMP-DEST.
           MOVE VX-PROD         TO TRF-PROD.
           MOVE VX-QTDE         TO TRF-QTDE.
           MOVE VX-DATA-SAIDA   TO TRF-DATA-SAIDA.
           MOVE VX-DATA-CHEGADA TO TRF-DATA-CHEGADA.
           MOVE VX-SITUACAO     TO TRF-SITUACAO.
           MOVE VX-OPER-COD     TO TRF-OPER-COD.
      *     campos que nasceram nesta versao entram zerados
           MOVE ZEROS           TO TRF-VALIDADE.
           MOVE ZEROS           TO TRF-QTDE-LOTE.
           WRITE REG-TRANSF.
           ADD 1 TO WS-QT-TRF.
           GO TO P-CONVERTE-TRF-LER.
       P-CONVERTE-TRF-FECHA.
           CLOSE TRFVEL TRANSF.
       P-CONVERTE-TRF-FIM.

      *-----TRANSFB.DAT: transferencia antiga nunca e de aplicacao-----*
       P-CONVERTE-TRB.
           OPEN INPUT TRBVEL.
           IF FS-VY NOT = "00"
               DISPLAY (14 04) "TRBVEL.DAT nao achado - pulado."
               CLOSE TRBVEL
               GO TO P-CONVERTE-TRB-FIM.
           OPEN OUTPUT TRANSFB.
           MOVE ZEROS TO VY-NUM.
           START TRBVEL KEY IS NOT LESS THAN VY-NUM
               INVALID KEY
                   GO TO P-CONVERTE-TRB-FECHA.
       P-CONVERTE-TRB-LER.
           READ TRBVEL NEXT RECORD
               AT END
                   GO TO P-CONVERTE-TRB-FECHA.
           MOVE VY-NUM         TO TRB-NUM.
           MOVE VY-CTA-ORIG    TO TRB-CTA-ORIG.
           MOVE VY-CTA-DEST    TO TRB-CTA-DEST.
           MOVE VY-VALOR       TO TRB-VALOR.
           MOVE VY-DATA        TO TRB-DATA.
           MOVE VY-SITUACAO    TO TRB-SITUACAO.
           MOVE VY-OPER-COD    TO TRB-OPER-COD.
      *     campo que nasceu nesta versao entra zerado
           MOVE ZEROS          TO TRB-APLIC-NUM.
           WRITE REG-TRANSFB.
           ADD 1 TO WS-QT-TRB.
           GO TO P-CONVERTE-TRB-LER.
       P-CONVERTE-TRB-FECHA.
           CLOSE TRBVEL TRANSFB.
       P-CONVERTE-TRB-FIM.

      *-----------------------------------------*
      * DIARIO DE ESTOQUE: a quantidade ganhou 3 casas. Converte o
      * MOVEST.DAT do ano e cada exercicio que o expurgo (BANCO91)
      * ja mudou p/ MOVESTnn.DAT e que tenha copia velha MOVnnVEL.DAT
      * - o BANCO35 e o MERC03 ainda leem esses arquivos.
       P-CONVERTE-MOV.
           MOVE ZEROS TO WS-QT-MOV.
           MOVE "MOVEST.DAT" TO WS-ARQ-MOVEST.
           MOVE "MOVVEL.DAT" TO WS-ARQ-MOVVEL.
           PERFORM P-CONVERTE-MOV-UM THRU P-CONVERTE-MOV-UM-FIM.
           IF FS-VS NOT = "00"
               DISPLAY (14 04) "MOVVEL.DAT nao achado - pulado.".
           MOVE ZEROS TO WS-AMM-ANO.
       P-CONVERTE-MOV-ANO.
           MOVE WS-AMM-ANO TO WS-AMV-ANO.
           MOVE WS-ARQ-MOV-MONTA TO WS-ARQ-MOVEST.
           MOVE WS-ARQ-MVV-MONTA TO WS-ARQ-MOVVEL.
           PERFORM P-CONVERTE-MOV-UM THRU P-CONVERTE-MOV-UM-FIM.
           IF WS-AMM-ANO < 99
               ADD 1 TO WS-AMM-ANO
               GO TO P-CONVERTE-MOV-ANO.
       P-CONVERTE-MOV-FIM.

      *-----um arquivo do diario (sequencial: le na ordem gravada)-----*
       P-CONVERTE-MOV-UM.
           OPEN INPUT MOVVEL.
           IF FS-VS NOT = "00"
      *         exercicio sem copia velha: pula
               CLOSE MOVVEL
               GO TO P-CONVERTE-MOV-UM-FIM.
           OPEN OUTPUT MOVEST.
       P-CONVERTE-MOV-UM-LER.
           READ MOVVEL
               AT END
                   GO TO P-CONVERTE-MOV-UM-FECHA.
           MOVE VS-PROD-COD    TO MOV-PROD-COD.
           MOVE VS-TIPO        TO MOV-TIPO.
           MOVE VS-DATA        TO MOV-DATA.
           MOVE VS-QTDE        TO MOV-QTDE.
           MOVE VS-VALOR       TO MOV-VALOR.
           MOVE VS-NUM-CHE     TO MOV-NUM-CHE.
           MOVE VS-OPER-COD    TO MOV-OPER-COD.
           WRITE REG-MOVEST.
           ADD 1 TO WS-QT-MOV.
           GO TO P-CONVERTE-MOV-UM-LER.
       P-CONVERTE-MOV-UM-FECHA.
           CLOSE MOVVEL MOVEST.
       P-CONVERTE-MOV-UM-FIM.

      *-----LOTEST.DAT: quantidade do lote ganhou 3 casas--------------*
       P-CONVERTE-LOT.
           OPEN INPUT LOTVEL.
           IF FS-VL NOT = "00"
               DISPLAY (14 04) "LOTVEL.DAT nao achado - pulado."
               CLOSE LOTVEL
               GO TO P-CONVERTE-LOT-FIM.
           OPEN OUTPUT LOTEST.
           MOVE LOW-VALUES TO VL-CHAVE.
           START LOTVEL KEY IS NOT LESS THAN VL-CHAVE
               INVALID KEY
                   GO TO P-CONVERTE-LOT-FECHA.
       P-CONVERTE-LOT-LER.
           READ LOTVEL NEXT RECORD
               AT END
                   GO TO P-CONVERTE-LOT-FECHA.
           MOVE VL-PROD        TO LOT-PROD.
           MOVE VL-VALIDADE    TO LOT-VALIDADE.
           MOVE VL-QTDE        TO LOT-QTDE.
           MOVE VL-FORN        TO LOT-FORN.
           MOVE VL-CUSTO       TO LOT-CUSTO.
           WRITE REG-LOTEST.
           ADD 1 TO WS-QT-LOT.
           GO TO P-CONVERTE-LOT-LER.
       P-CONVERTE-LOT-FECHA.
           CLOSE LOTVEL LOTEST.
       P-CONVERTE-LOT-FIM.

      *-----PEDITEM.DAT: pedida e recebida ganharam 3 casas------------*
       P-CONVERTE-PEDI.
           OPEN INPUT PEDIVEL.
           IF FS-VI NOT = "00"
               DISPLAY (14 04) "PEDIVEL.DAT nao achado - pulado."
               CLOSE PEDIVEL
               GO TO P-CONVERTE-PEDI-FIM.
           OPEN OUTPUT PEDITEM.
           MOVE LOW-VALUES TO VI-CHAVE.
           START PEDIVEL KEY IS NOT LESS THAN VI-CHAVE
               INVALID KEY
                   GO TO P-CONVERTE-PEDI-FECHA.
       P-CONVERTE-PEDI-LER.
           READ PEDIVEL NEXT RECORD
               AT END
                   GO TO P-CONVERTE-PEDI-FECHA.
           MOVE VI-PED-NUM     TO PEDI-PED-NUM.
           MOVE VI-SEQ         TO PEDI-SEQ.
           MOVE VI-PROD        TO PEDI-PROD.
           MOVE VI-QTDE        TO PEDI-QTDE.
           MOVE VI-PRECO       TO PEDI-PRECO.
           MOVE VI-QTDE-RECEB  TO PEDI-QTDE-RECEB.
           WRITE REG-PEDITEM.
           ADD 1 TO WS-QT-PEDI.
           GO TO P-CONVERTE-PEDI-LER.
       P-CONVERTE-PEDI-FECHA.
           CLOSE PEDIVEL PEDITEM.
       P-CONVERTE-PEDI-FIM.
