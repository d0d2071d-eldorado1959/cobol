      *    O salario era o maior gasto fora do sistema. <1>
      *    mantem o cadastro de funcionarios (FUNCION.DAT:
      *    salario, departamento, aliquotas INSS/IRRF, dados de
      *    pagamento, CPF, telefone e data de desligamento). <2>
      *    roda a folha do mes: calcula o liquido
      *    de cada ativo (salario - INSS - IRRF), gera um titulo
      *    por funcionario em BCO.DAT na faixa 5000-9999 com o
      *    departamento carimbado em OBS-CHE (o BANCO16 enxerga a
      *    mes ja gerado nao gera de novo -, mais os titulos de
      *    provisao de INSS (retido + patronal 20%) e FGTS (8%),
      *    e imprime os contracheques em BANCO76.TXT. Tudo com
      *    diario HIST-INCLUSAO, como o BANCO06 gravaria. A folha
      *    tambem conta os avos de cada um (meses trabalhados no
      *    ano p/ o 13o e no periodo aquisitivo p/ as ferias).
      *    <3> e <4> pagam o 13o: 1a parcela = metade do 13o dos
      *    avos, sem desconto (ate 30/11); 2a parcela = 13o
      *    integral - 1a parcela - INSS/IRRF do 13o (ate 20/12).
      *    <5> paga as ferias de um funcionario (salario dos dias
      *    + 1/3, com INSS/IRRF) e baixa os avos. Titulos e guias
      *    de INSS/FGTS como na folha, MEMO "13O-n AAAA" e
      *    "FERIAS ccc MM/AAAA" contra pagamento dobrado. <6>
      *    lista a provisao do que ja foi adquirido e nao pago
      *    (13o, ferias + 1/3 e encargos de 28%) p/ o contador.
      *    Cada pagamento gerado (folha, 13o, ferias) fica no
      *    historico da folha (FOLHIST.DAT) com bruto, INSS, IRRF e
      *    data de pagamento. <7> imprime o informe de rendimentos
      *    do ano-calendario por funcionario (regime de caixa, com
      *    os dados da empresa do EMPRESA.DAT); <8> o resumo anual
      *    de todos, mes a mes, p/ a conferencia da DIRF/eSocial.
      *    <9> e o convenio: compra do funcionario "na conta"
      *    (CONVCOMP.DAT), digitada aqui ou vinda do PDV.TXT pelo
      *    MERC06, contra o limite mensal do cadastro. A folha do
      *    mes desconta as compras em aberto ate a competencia
      *    mais o saldo que veio da folha anterior, ate o teto de
      *    30% do liquido; o que passar do teto fica em
      *    FUNC-CONV-SALDO p/ a folha seguinte. O desconto sai no
      *    contracheque, abate o titulo do funcionario e entra em
      *    RECEBER.DAT como recebido na data do pagamento (MEMO
      *    "CONVENIO ccc MM/AAAA") - receita da loja no fechamento
      *    do BANCO36 e no DRE.
      *    Falta de caixa que o supervisor mandou p/ a folha no
      *    BANCO85 (QUEBRA.DAT, situacao "E") e descontada antes do
      *    convenio, dentro do mesmo teto de 30%: cada falta entra
      *    inteira ou fica p/ a folha seguinte; a descontada fica
      *    "D" com a competencia e sai no contracheque.
      *    Menu principal, opcao 36.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT TERMARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TERM.
           SELECT FOLHIST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-CHAVE
                  FILE STATUS IS FS-FH.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-COD
                  FILE STATUS IS FS-EMPRESA.
           SELECT ARQSAID ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT CONVCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CVC-CHAVE
                  FILE STATUS IS FS-CVC.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-REC.
           SELECT QUEBRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QBR-CHAVE
                  ALTERNATE RECORD KEY IS QBR-FUNC-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-QBR.

       DATA DIVISION.
       FILE SECTION.

       COPY SESSMAST.

       COPY FOLHMAST.

       COPY EMPRESA.

       COPY CONVMAST.

       COPY RECEBMAST.

       COPY QUEBMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
           03 WS-MF-ANO         PIC 9(04).
           03 FILLER            PIC X(17) VALUE SPACES.
       77 WS-JA-GERADA          PIC X VALUE "N".
      *-----MEMO que o titulo leva e que o P-TESTA-GERADA procura-------*
       77 WS-MEMO-TIT           PIC X(30) VALUE SPACES.
      *-----memo "13O-n AAAA" das parcelas do 13o-----------------------*
       01 WS-MEMO-13.
           03 FILLER            PIC X(04) VALUE "13O-".
           03 WS-M13-PARC       PIC 9.
           03 FILLER            PIC X(01) VALUE " ".
           03 WS-M13-ANO        PIC 9(04).
           03 FILLER            PIC X(20) VALUE SPACES.
      *-----memo "FERIAS ccc MM/AAAA" (funcionario + mes do inicio)-----*
       01 WS-MEMO-FERIAS.
           03 FILLER            PIC X(07) VALUE "FERIAS ".
           03 WS-MFE-COD        PIC 9(03).
           03 FILLER            PIC X(01) VALUE " ".
           03 WS-MFE-MES        PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-MFE-ANO        PIC 9(04).
           03 FILLER            PIC X(12) VALUE SPACES.

      *-----calculo de um funcionario-----------------------------------*
       77 WS-INSS               PIC 9(09)V99 VALUE ZEROS.
      *-----INSS patronal 20% e FGTS 8% sobre o bruto-------------------*
       77 WS-INSS-PATRONAL      PIC 9(11)V99 VALUE ZEROS.

      *-----13o e ferias------------------------------------------------*
       77 WS-AVOS               PIC 99 VALUE ZEROS.
       77 WS-13-INTEGRAL        PIC 9(09)V99 VALUE ZEROS.
       77 WS-13-PARC1           PIC 9(09)V99 VALUE ZEROS.
       77 WS-BRUTO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-FER-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77 WS-TERCO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-DESCONTOS          PIC 9(09)V99 VALUE ZEROS.
      *-----base do FGTS (na 2a parcela so o que sai nela)--------------*
       77 WS-TOT-BASE-FGTS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESCRI-INSS        PIC X(20) VALUE SPACES.
       77 WS-DESCRI-FGTS        PIC X(20) VALUE SPACES.
       77 WS-CONF               PIC X VALUE SPACES.
       77 WS-FER-DIAS           PIC 99 VALUE ZEROS.
       77 WS-FER-AVOS-USO       PIC 99 VALUE ZEROS.
       77 WS-FER-AVOS-ANT       PIC 99 VALUE ZEROS.
       77 WS-FER-PER-ANT        PIC 99 VALUE ZEROS.
       77 WS-FER-PER-DEP        PIC 99 VALUE ZEROS.
       01 WS-FER-DATA.
           03 WS-FER-ANO        PIC 9(04).
           03 WS-FER-MES        PIC 99.
           03 WS-FER-DIA        PIC 99.
       01 WS-FER-DATA-N REDEFINES WS-FER-DATA PIC 9(08).
      *-----datas AAAAMMDD do cadastro (admissao, aquisitivo)-----------*
       01 WS-ADM-DATA.
           03 WS-ADM-ANO        PIC 9(04).
           03 WS-ADM-MES        PIC 99.
           03 WS-ADM-DIA        PIC 99.
       01 WS-ADM-DATA-N REDEFINES WS-ADM-DATA PIC 9(08).
      *-----provisao: adquirido e nao pago------------------------------*
       77 WS-PROV-13            PIC 9(09)V99 VALUE ZEROS.
       77 WS-PROV-FER           PIC 9(09)V99 VALUE ZEROS.
       77 WS-PROV-ENC           PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-PROV-13        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PROV-FER       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PROV-ENC       PIC 9(11)V99 VALUE ZEROS.

      *-----historico da folha e informe de rendimentos------------------*
       77 FS-FH                 PIC XX.
       77 FS-EMPRESA            PIC XX.
       77 WS-TIPO-HIST          PIC X VALUE SPACES.
       77 WS-IR-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-IR-COD             PIC 9(03) VALUE ZEROS.
       77 WS-IR-REND            PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-INSS            PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-13              PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-INSS-13         PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-IRRF-13         PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-NOME-EMP        PIC X(24) VALUE SPACES.
       77 WS-IR-CNPJ-EMP        PIC X(18) VALUE SPACES.
       77 WS-IR-CIDADE-EMP      PIC X(15) VALUE SPACES.
       77 WS-RM                 PIC 99 VALUE ZEROS.
      *-----resumo anual: totais de todos por mes de pagamento----------*
       01 WS-TAB-RESUMO.
           03 WS-RESUMO-MES OCCURS 12 TIMES.
               05 WS-RM-REND    PIC 9(11)V99.
               05 WS-RM-INSS    PIC 9(11)V99.
               05 WS-RM-IRRF    PIC 9(11)V99.
               05 WS-RM-13      PIC 9(11)V99.
               05 WS-RM-IRRF-13 PIC 9(11)V99.
       77 WS-RT-REND            PIC 9(11)V99 VALUE ZEROS.
       77 WS-RT-INSS            PIC 9(11)V99 VALUE ZEROS.
       77 WS-RT-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WS-RT-13              PIC 9(11)V99 VALUE ZEROS.
       77 WS-RT-INSS-13         PIC 9(11)V99 VALUE ZEROS.
       77 WS-RT-IRRF-13         PIC 9(11)V99 VALUE ZEROS.

      *-----convenio: compras do funcionario descontadas em folha------*
       77 FS-CVC                PIC XX.
       77 FS-REC                PIC XX.
      *-----teto legal do desconto, em % do liquido do contracheque----*
       77 WS-PCT-TETO-CONV      PIC 99 VALUE 30.
       77 WS-CONV-FUNC          PIC 9(03) VALUE ZEROS.
       77 WS-CONV-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONV-USADO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONV-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONV-TETO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONV-DESC          PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONV-PASSA         PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONV-ULT-AMD       PIC 9(08) VALUE ZEROS.
       77 WS-CONV-SEQ           PIC 9(03) VALUE ZEROS.
       77 WS-CONV-QTDE          PIC 9(04) VALUE ZEROS.
       77 WS-TOT-CONV           PIC 9(11)V99 VALUE ZEROS.
      *-----falta de caixa do operador enviada p/ a folha (BANCO85)----*
       77 FS-QBR                PIC XX.
       77 WS-TEM-QBR            PIC X VALUE "N".
       77 WS-QBR-DESC           PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-QBR            PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONV-DATA.
           03 WS-CVD-ANO        PIC 9(04).
           03 WS-CVD-MES        PIC 99.
           03 WS-CVD-DIA        PIC 99.
       01 WS-CONV-DATA-N REDEFINES WS-CONV-DATA PIC 9(08).
      *-----memo "CONVENIO ccc MM/AAAA" do recebivel do desconto-------*
       01 WS-MEMO-CONV.
           03 FILLER            PIC X(09) VALUE "CONVENIO ".
           03 WS-MCV-COD        PIC 9(03).
           03 FILLER            PIC X(01) VALUE " ".
           03 WS-MCV-MES        PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-MCV-ANO        PIC 9(04).
           03 FILLER            PIC X(10) VALUE SPACES.
      *-----proximo REC-NUM (AA + sequencial) do RECEBER.DAT-----------*
       01 WS-REC-NUM            PIC 9(06) VALUE ZEROS.
       01 WS-REC-NUM-R REDEFINES WS-REC-NUM.
           03 WS-REC-NUM-ANO     PIC 99.
           03 WS-REC-NUM-SEQ     PIC 9(04).
       01 WS-REC-BUF            PIC X(06) VALUE ZEROS.
       01 WS-REC-BUF-R REDEFINES WS-REC-BUF.
           03 WS-REC-BUF-ANO    PIC 99.
           03 WS-REC-BUF-SEQ    PIC 9(04).

      *-----proximo numero de titulo (faixa 5000-9999)------------------*
       01 WS-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-R REDEFINES WS-NUM.
           02 F PIC X(50) VALUE ALL "=".
       01 LINHA-CC-1.
           02 F PIC X(02) VALUE SPACES.
           02 CC-TITULO        PIC X(14) VALUE "CONTRACHEQUE  ".
           02 CC-MES           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 CC-ANO           PIC 9(04).
           02 CC-NOME          PIC X(20).
       01 LINHA-CC-2.
           02 F PIC X(02) VALUE SPACES.
           02 CC-ROTULO        PIC X(09) VALUE "Salario  ".
           02 CC-SALARIO       PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(07) VALUE "  INSS ".
           02 CC-INSS          PIC ZZZ.ZZ9,99.
           02 CC-LIQUIDO       PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(08) VALUE "  Tit.  ".
           02 CC-NUM-CHE       PIC X(06).
       01 LINHA-CC-4.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(09) VALUE "Convenio ".
           02 CC-CONV          PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(17) VALUE "  Saldo p/ o mes ".
           02 F PIC X(10) VALUE "seguinte  ".
           02 CC-CONV-SALDO    PIC ZZZ.ZZ9,99.
       01 LINHA-CC-5.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(13) VALUE "Quebra caixa ".
           02 CC-QUEBRA        PIC ZZZ.ZZZ.ZZ9,99.

      *-----relatorio de provisao---------------------------------------*
       01 LINHA-PV-1.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(32) VALUE "PROVISAO DE 13O E FERIAS EM ".
           02 PV-DIA           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 PV-MES           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 PV-ANO           PIC 9(04).
       01 LINHA-PV-2.
           02 F PIC X(25) VALUE "Cod Nome".
           02 F PIC X(16) VALUE "Av13        13o".
           02 F PIC X(16) VALUE "Avf  Ferias+1/3".
           02 F PIC X(13) VALUE "     Encargos".
       01 LINHA-PV-DET.
           02 PV-COD           PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 PV-NOME          PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 PV-AVOS-13       PIC Z9.
           02 PV-13            PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 PV-AVOS-FER      PIC Z9.
           02 PV-FER           PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 PV-ENC           PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-PV-TOT.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(25) VALUE "TOTAL A PAGAR   ".
           02 PV-TOT-13        PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(03) VALUE SPACES.
           02 PV-TOT-FER       PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 PV-TOT-ENC       PIC ZZ.ZZZ.ZZ9,99.

      *-----informe de rendimentos (comprovante anual)-------------------*
       01 LINHA-IR-1.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(46) VALUE
               "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO ".
           02 F PIC X(29) VALUE "SOBRE A RENDA RETIDO NA FONTE".
       01 LINHA-IR-2.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(16) VALUE "ANO-CALENDARIO ".
           02 IR-ANO           PIC 9(04).
       01 LINHA-IR-3.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(20) VALUE "1. FONTE PAGADORA: ".
           02 IR-NOME-EMP      PIC X(24).
           02 F PIC X(07) VALUE " CNPJ ".
           02 IR-CNPJ-EMP      PIC X(18).
       01 LINHA-IR-4.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(20) VALUE "2. BENEFICIARIO...: ".
           02 IR-COD           PIC 9(03).
           02 F PIC X(01) VALUE SPACES.
           02 IR-NOME          PIC X(20).
           02 F PIC X(05) VALUE " CPF ".
           02 IR-CPF           PIC X(14).
       01 LINHA-IR-SEC.
           02 F PIC X(02) VALUE SPACES.
           02 IR-SECAO         PIC X(50).
       01 LINHA-IR-VAL.
           02 F PIC X(05) VALUE SPACES.
           02 IR-ROTULO        PIC X(45).
           02 F PIC X(03) VALUE "R$ ".
           02 IR-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-IR-ASS.
           02 F PIC X(02) VALUE SPACES.
           02 IR-CIDADE        PIC X(15).
           02 F PIC X(02) VALUE ", ".
           02 IR-DIA           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 IR-MES           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 IR-ANO-EMIS      PIC 9(04).
           02 F PIC X(30) VALUE "   - Responsavel pela fonte".

      *-----resumo anual p/ a DIRF/eSocial-------------------------------*
       01 LINHA-RA-1.
           02 F PIC X(02) VALUE SPACES.
           02 F PIC X(36) VALUE "RESUMO ANUAL DA FOLHA - DIRF/ESOCIAL".
           02 F PIC X(06) VALUE " ANO ".
           02 RA-ANO           PIC 9(04).
           02 F PIC X(03) VALUE SPACES.
           02 RA-NOME-EMP      PIC X(24).
       01 LINHA-RA-2.
           02 F PIC X(25) VALUE "Cod Nome".
           02 F PIC X(13) VALUE "  Rendimentos".
           02 F PIC X(14) VALUE "          INSS".
           02 F PIC X(14) VALUE "          IRRF".
       01 LINHA-RA-3.
           02 F PIC X(09) VALUE "  Pagto.".
           02 F PIC X(13) VALUE "  Rendimentos".
           02 F PIC X(13) VALUE "         INSS".
           02 F PIC X(13) VALUE "         IRRF".
           02 F PIC X(13) VALUE "    13o bruto".
           02 F PIC X(13) VALUE "     IRRF 13o".
       01 LINHA-RA-MES.
           02 F PIC X(02) VALUE SPACES.
           02 RM-MES           PIC 99.
           02 F PIC X(01) VALUE "/".
           02 RM-ANO           PIC 9(04).
           02 F PIC X(01) VALUE SPACES.
           02 RM-REND          PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RM-INSS          PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RM-IRRF          PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RM-13            PIC Z.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RM-IRRF-13       PIC Z.ZZZ.ZZ9,99.
       01 LINHA-RA-DET.
           02 RA-COD           PIC ZZ9.
           02 F PIC X(01) VALUE SPACES.
           02 RA-NOME          PIC X(20).
           02 F PIC X(01) VALUE SPACES.
           02 RA-REND          PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RA-INSS          PIC ZZ.ZZZ.ZZ9,99.
           02 F PIC X(01) VALUE SPACES.
           02 RA-IRRF          PIC ZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA-MENU.
           02 LINE 02 COLUMN 20 VALUE " Folha de Pagamento " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Cadastro de Funcionarios".
           02 LINE 06 COLUMN 04 VALUE "<2> Gerar Folha do Mes".
           02 LINE 07 COLUMN 04 VALUE "<3> 13o Salario - 1a Parcela".
           02 LINE 08 COLUMN 04 VALUE "<4> 13o Salario - 2a Parcela".
           02 LINE 09 COLUMN 04 VALUE "<5> Ferias".
           02 LINE 10 COLUMN 04 VALUE "<6> Provisao de 13o e Ferias".
           02 LINE 11 COLUMN 04 VALUE "<7> Informe de Rendimentos".
           02 LINE 12 COLUMN 04 VALUE "<8> Resumo Anual (DIRF/eSocial)".
           02 LINE 13 COLUMN 04 VALUE "<9> Compras em Convenio".
           02 LINE 14 COLUMN 04 VALUE "<0> Sair".
           02 LINE 16 COLUMN 04 VALUE "Opcao..............=".

       01 TELA-FUNC-1.
           02 LINE 05 COLUMN 04 VALUE "Codigo.............=".
           02 LINE 13 COLUMN 04 VALUE "Conta Bancaria.....=".
           02 LINE 14 COLUMN 04 VALUE "Chave PIX..........=".
           02 LINE 15 COLUMN 04 VALUE "Situacao (A/I).....=".
           02 LINE 16 COLUMN 04 VALUE "Admissao...........=   /  /".
           02 LINE 17 COLUMN 04 VALUE "Avos do 13o........=".
           02 LINE 18 COLUMN 04 VALUE "Avos de Ferias.....=".
           02 LINE 17 COLUMN 40 VALUE "Limite Convenio R$.=".
           02 LINE 18 COLUMN 40 VALUE "Saldo Convenio R$..=".
           02 LINE 19 COLUMN 04 VALUE "CPF................=".
           02 LINE 20 COLUMN 04 VALUE "Telefone...........=".
           02 LINE 21 COLUMN 04 VALUE "Desligamento.......=   /  /".
           02 LINE 22 COLUMN 05 VALUE "Mensagem".

       PROCEDURE DIVISION.
               OPEN OUTPUT FUNCION
               CLOSE FUNCION
               OPEN I-O FUNCION.
           OPEN I-O FOLHIST.
           IF FS-FH = "30" OR FS-FH = "35"
               CLOSE FOLHIST
               OPEN OUTPUT FOLHIST
               CLOSE FOLHIST
               OPEN I-O FOLHIST.
           ACCEPT WS-DATA-DOS FROM DATE.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE ANO-DOS TO WS-ANO2.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (16 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-CADASTRO THRU P-CADASTRO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-FOLHA THRU P-FOLHA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               MOVE 1 TO WS-M13-PARC
               PERFORM P-DECIMO THRU P-DECIMO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               MOVE 2 TO WS-M13-PARC
               PERFORM P-DECIMO THRU P-DECIMO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "5"
               PERFORM P-FERIAS THRU P-FERIAS-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "6"
               PERFORM P-PROVISAO THRU P-PROVISAO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "7"
               PERFORM P-INFORME THRU P-INFORME-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "8"
               PERFORM P-RESUMO-ANUAL THRU P-RESUMO-ANUAL-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "9"
               PERFORM P-CONVENIO THRU P-CONVENIO-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0" PERFORM P-FIM.
           GO TO P01-MENU.

           ACCEPT (14 25) FUNC-PIX WITH PROMPT.
           MOVE "A" TO FUNC-SITUACAO.
           DISPLAY (15 25) FUNC-SITUACAO.
           MOVE ZEROS TO FUNC-ADMISSAO.
           PERFORM P-ACEITA-ADMISSAO.
           MOVE SPACES TO FUNC-CPF.
           MOVE SPACES TO FUNC-FONE.
           ACCEPT (19 25) FUNC-CPF WITH PROMPT.
           ACCEPT (20 25) FUNC-FONE WITH PROMPT.
           MOVE ZEROS TO FUNC-DEMISSAO.
           MOVE ZEROS TO FUNC-13-ANO.
           MOVE ZEROS TO FUNC-13-AVOS.
           MOVE ZEROS TO FUNC-13-ULT-MES.
           MOVE ZEROS TO FUNC-13-PARC1.
           MOVE "N" TO FUNC-13-PAGO.
           MOVE FUNC-ADMISSAO TO FUNC-FER-AQUIS.
           MOVE ZEROS TO FUNC-FER-AVOS.
           MOVE ZEROS TO FUNC-FER-INICIO.
           MOVE ZEROS TO FUNC-FER-DIAS.
           MOVE ZEROS TO FUNC-CONV-LIMITE.
           MOVE ZEROS TO FUNC-CONV-SALDO.
           ACCEPT (17 61) FUNC-CONV-LIMITE WITH PROMPT.
           WRITE REG-FUNCION INVALID KEY
               DISPLAY (22 04) "!! CODIGO JA EXISTENTE !!"
               ACCEPT WS-P.
           ACCEPT (13 25) FUNC-CONTA WITH PROMPT UPDATE.
           ACCEPT (14 25) FUNC-PIX WITH PROMPT UPDATE.
           ACCEPT (15 25) FUNC-SITUACAO WITH PROMPT UPDATE.
           PERFORM P-ACEITA-ADMISSAO.
      *     saldos de avos: acerto na implantacao ou correcao manual
           DISPLAY (17 25) FUNC-13-AVOS.
           DISPLAY (18 25) FUNC-FER-AVOS.
           ACCEPT (17 25) FUNC-13-AVOS WITH PROMPT UPDATE.
           ACCEPT (18 25) FUNC-FER-AVOS WITH PROMPT UPDATE.
           IF FUNC-FER-AQUIS = ZEROS
               MOVE FUNC-ADMISSAO TO FUNC-FER-AQUIS.
      *     convenio: limite do mes; o saldo passado so se corrige
      *     na implantacao, como os avos
           DISPLAY (17 61) FUNC-CONV-LIMITE.
           DISPLAY (18 61) FUNC-CONV-SALDO.
           ACCEPT (17 61) FUNC-CONV-LIMITE WITH PROMPT UPDATE.
           ACCEPT (18 61) FUNC-CONV-SALDO WITH PROMPT UPDATE.
           DISPLAY (19 25) FUNC-CPF.
           DISPLAY (20 25) FUNC-FONE.
           ACCEPT (19 25) FUNC-CPF WITH PROMPT UPDATE.
           ACCEPT (20 25) FUNC-FONE WITH PROMPT UPDATE.
           PERFORM P-ACEITA-DEMISSAO.
           REWRITE REG-FUNCION.

      *-----admissao DD/MM/AAAA -> FUNC-ADMISSAO (AAAAMMDD)-------------*
       P-ACEITA-ADMISSAO.
           MOVE FUNC-ADMISSAO TO WS-ADM-DATA-N.
           ACCEPT (16 25) WS-ADM-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (16 28) WS-ADM-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (16 31) WS-ADM-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-ADM-DATA-N TO FUNC-ADMISSAO.

      *-----desligamento so p/ quem ficou inativo (I); a data sugerida--*
      *-----e a de hoje; reativado (A) volta a zeros---------------------*
       P-ACEITA-DEMISSAO.
           IF NOT FUNC-INATIVO
               MOVE ZEROS TO FUNC-DEMISSAO
               EXIT PARAGRAPH.
           IF FUNC-DEMISSAO = ZEROS
               COMPUTE FUNC-DEMISSAO = ANO * 10000 + MES * 100 + DIA.
           MOVE FUNC-DEMISSAO TO WS-ADM-DATA-N.
           ACCEPT (21 25) WS-ADM-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (21 28) WS-ADM-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (21 31) WS-ADM-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-ADM-DATA-N TO FUNC-DEMISSAO.

       P-LISTAR.
           DISPLAY (01 01) ERASE.
           MOVE 3 TO LIN.
           ACCEPT (03 31) WS-PG-ANO WITH PROMPT AUTO-SKIP.
           MOVE WS-FOLHA-MES TO WS-MF-MES.
           MOVE WS-FOLHA-ANO TO WS-MF-ANO.
           MOVE WS-MEMO-FOLHA TO WS-MEMO-TIT.
           OPEN I-O BANCO.
           PERFORM P-TESTA-GERADA THRU P-TESTA-GERADA-FIM.
           IF WS-JA-GERADA = "S"
           MOVE ZEROS TO WS-TOT-FGTS.
           MOVE ZEROS TO WS-TOT-LIQUIDO.
           MOVE ZEROS TO WS-QTDE-FUNC.
           MOVE ZEROS TO WS-TOT-CONV.
           MOVE ZEROS TO WS-TOT-QBR.
           PERFORM P-ABRE-CONV-FOLHA.
           OPEN OUTPUT ARQSAID.
           MOVE 6 TO LIN.
           MOVE ZEROS TO FUNC-COD.
           IF NOT FUNC-ATIVO
               GO TO P-FOLHA-LER.
           PERFORM P-CALCULA-FUNC.
           COMPUTE WS-CONV-TETO = WS-LIQUIDO * WS-PCT-TETO-CONV / 100.
           PERFORM P-QUEBRA-FOLHA THRU P-QUEBRA-FOLHA-FIM.
           PERFORM P-CONV-FOLHA THRU P-CONV-FOLHA-FIM.
           PERFORM P-TITULO-FUNC.
           IF WS-CONV-DESC NOT = ZEROS
               PERFORM P-GRAVA-REC-CONV.
           MOVE "F" TO WS-TIPO-HIST.
           MOVE FUNC-SALARIO TO WS-BRUTO.
           PERFORM P-GRAVA-FOLHIST.
           PERFORM P-CONTRACHEQUE.
           PERFORM P-CONTA-AVOS.
           GO TO P-FOLHA-LER.
       P-FOLHA-GUIAS.
      *     provisoes: INSS retido + patronal 20%, FGTS 8% do bruto
               PERFORM P-TITULO-GUIA.
           CLOSE ARQSAID.
           CLOSE BANCO.
           CLOSE CONVCOMP RECEBER.
           IF WS-TEM-QBR = "S"
               CLOSE QUEBRA.
           MOVE WS-TOT-LIQUIDO TO WS-MOSTRA-VALOR.
           DISPLAY (20 04) WS-QTDE-FUNC " funcionario(s), liquido R$ "
               WS-MOSTRA-VALOR.
           IF WS-TOT-QBR NOT = ZEROS
               MOVE WS-TOT-QBR TO WS-MOSTRA-VALOR
               DISPLAY (19 04) WS-LIMPA WS-LIMPA
               DISPLAY (19 04) "Quebra de caixa descontada R$ "
                   WS-MOSTRA-VALOR.
           IF WS-TOT-CONV NOT = ZEROS
               MOVE WS-TOT-CONV TO WS-MOSTRA-VALOR
               DISPLAY (22 04) "Convenio descontado R$ "
                   WS-MOSTRA-VALOR " (recebido em RECEBER.DAT)".
           DISPLAY (21 04) "Contracheques em BANCO76.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
           ADD WS-LIQUIDO TO WS-TOT-LIQUIDO.
           ADD 1 TO WS-QTDE-FUNC.

      *-----convenio na folha: CONVCOMP e RECEBER abertos (criados----*
      *-----se faltarem) e o proximo REC-NUM do ano--------------------*
       P-ABRE-CONV-FOLHA.
           OPEN I-O CONVCOMP.
           IF FS-CVC = "30" OR FS-CVC = "35"
               CLOSE CONVCOMP
               OPEN OUTPUT CONVCOMP
               CLOSE CONVCOMP
               OPEN I-O CONVCOMP.
           OPEN I-O RECEBER.
           IF FS-REC = "30" OR FS-REC = "35"
               CLOSE RECEBER
               OPEN OUTPUT RECEBER
               CLOSE RECEBER
               OPEN I-O RECEBER.
           PERFORM P-PROXIMO-REC THRU P-PROXIMO-REC-FIM.
           MOVE "N" TO WS-TEM-QBR.
           OPEN I-O QUEBRA.
           IF FS-QBR = "00"
               MOVE "S" TO WS-TEM-QBR
           ELSE
               CLOSE QUEBRA.

      *-----falta de caixa na folha: as enviadas pelo supervisor-------*
      *-----(QBR-ENVIADA) ate o fim da competencia, cada uma inteira---*
      *-----enquanto couber no teto; a que nao cabe fica p/ a folha----*
      *-----seguinte. O que sobra do teto vai p/ o convenio------------*
       P-QUEBRA-FOLHA.
           MOVE ZEROS TO WS-QBR-DESC.
           IF WS-TEM-QBR NOT = "S"
               GO TO P-QUEBRA-FOLHA-FIM.
           COMPUTE WS-CONV-ULT-AMD =
               WS-FOLHA-ANO * 10000 + WS-FOLHA-MES * 100 + 31.
           MOVE FUNC-COD TO QBR-FUNC-COD.
           START QUEBRA KEY IS EQUAL QBR-FUNC-COD
               INVALID KEY
                   GO TO P-QUEBRA-FOLHA-FIM.
       P-QUEBRA-FOLHA-LER.
           READ QUEBRA NEXT RECORD
               AT END
                   GO TO P-QUEBRA-FOLHA-CALC.
           IF QBR-FUNC-COD NOT = FUNC-COD
               GO TO P-QUEBRA-FOLHA-CALC.
           IF NOT QBR-ENVIADA OR QBR-DATA > WS-CONV-ULT-AMD
               GO TO P-QUEBRA-FOLHA-LER.
           IF QBR-DESC-VALOR > WS-CONV-TETO
               GO TO P-QUEBRA-FOLHA-LER.
           SUBTRACT QBR-DESC-VALOR FROM WS-CONV-TETO.
           ADD QBR-DESC-VALOR TO WS-QBR-DESC.
           MOVE "D" TO QBR-FOLHA.
           COMPUTE QBR-COMPET = WS-FOLHA-ANO * 100 + WS-FOLHA-MES.
           REWRITE REG-QUEBRA.
           GO TO P-QUEBRA-FOLHA-LER.
       P-QUEBRA-FOLHA-CALC.
           SUBTRACT WS-QBR-DESC FROM WS-LIQUIDO.
           SUBTRACT WS-QBR-DESC FROM WS-TOT-LIQUIDO.
           ADD WS-QBR-DESC TO WS-TOT-QBR.
       P-QUEBRA-FOLHA-FIM.

      *-----desconto do convenio: saldo da folha anterior + compras----*
      *-----em aberto ate o fim da competencia, limitado ao que resta--*
      *-----do teto (WS-PCT-TETO-CONV % do liquido, calculado antes da-*
      *-----falta de caixa); o excedente fica em-----------------------*
      *-----FUNC-CONV-SALDO e as compras somadas ficam descontadas-----*
       P-CONV-FOLHA.
           MOVE ZEROS TO WS-CONV-DESC.
           MOVE ZEROS TO WS-CONV-PASSA.
           MOVE FUNC-CONV-SALDO TO WS-CONV-TOTAL.
           COMPUTE WS-CONV-ULT-AMD =
               WS-FOLHA-ANO * 10000 + WS-FOLHA-MES * 100 + 31.
           MOVE FUNC-COD TO CVC-FUNC.
           MOVE ZEROS TO CVC-DATA.
           MOVE ZEROS TO CVC-SEQ.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-CONV-FOLHA-CALC.
       P-CONV-FOLHA-SOMA.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-CONV-FOLHA-CALC.
           IF CVC-FUNC NOT = FUNC-COD OR CVC-DATA > WS-CONV-ULT-AMD
               GO TO P-CONV-FOLHA-CALC.
           IF CVC-ABERTA
               ADD CVC-VALOR TO WS-CONV-TOTAL.
           GO TO P-CONV-FOLHA-SOMA.
       P-CONV-FOLHA-CALC.
           IF WS-CONV-TOTAL = ZEROS
               GO TO P-CONV-FOLHA-FIM.
           IF WS-CONV-TOTAL > WS-CONV-TETO
               MOVE WS-CONV-TETO TO WS-CONV-DESC
           ELSE
               MOVE WS-CONV-TOTAL TO WS-CONV-DESC.
           COMPUTE WS-CONV-PASSA = WS-CONV-TOTAL - WS-CONV-DESC.
           SUBTRACT WS-CONV-DESC FROM WS-LIQUIDO.
           SUBTRACT WS-CONV-DESC FROM WS-TOT-LIQUIDO.
           ADD WS-CONV-DESC TO WS-TOT-CONV.
           MOVE WS-CONV-PASSA TO FUNC-CONV-SALDO.
           REWRITE REG-FUNCION.
           MOVE FUNC-COD TO CVC-FUNC.
           MOVE ZEROS TO CVC-DATA.
           MOVE ZEROS TO CVC-SEQ.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-CONV-FOLHA-FIM.
       P-CONV-FOLHA-BAIXA.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-CONV-FOLHA-FIM.
           IF CVC-FUNC NOT = FUNC-COD OR CVC-DATA > WS-CONV-ULT-AMD
               GO TO P-CONV-FOLHA-FIM.
           IF CVC-ABERTA
               MOVE "D" TO CVC-SITUACAO
               COMPUTE CVC-COMPET = WS-FOLHA-ANO * 100 + WS-FOLHA-MES
               REWRITE REG-CONVCOMP.
           GO TO P-CONV-FOLHA-BAIXA.
       P-CONV-FOLHA-FIM.

      *-----desconto do convenio = venda da loja recebida no dia do----*
      *-----pagamento: recebivel avulso ja baixado, sem cliente--------*
       P-GRAVA-REC-CONV.
           MOVE SPACES TO REG-RECEBER.
           MOVE WS-REC-NUM TO REC-NUM.
           MOVE ZEROS TO REC-CLI-COD.
           MOVE ZEROS TO REC-CRED-PARC.
           MOVE ZEROS TO REC-CRED-QTDE.
           MOVE WS-PG-DIA TO REC-DIA.
           MOVE WS-PG-MES TO REC-MES.
           MOVE WS-PG-ANO TO REC-ANO.
           MOVE WS-CONV-DESC TO REC-VALOR.
           COMPUTE REC-INSCR = DIA * 1000000 + MES * 10000 + ANO.
           COMPUTE REC-DATA-RECEB =
               WS-PG-DIA * 1000000 + WS-PG-MES * 10000 + WS-PG-ANO.
           MOVE WS-CONV-DESC TO REC-VALOR-RECEB.
           MOVE FUNC-COD TO WS-MCV-COD.
           MOVE WS-FOLHA-MES TO WS-MCV-MES.
           MOVE WS-FOLHA-ANO TO WS-MCV-ANO.
           MOVE WS-MEMO-CONV TO REC-MEMO.
           MOVE ZEROS TO REC-AVISO-NIVEL.
           MOVE ZEROS TO REC-AVISO-DATA.
           MOVE ZEROS TO REC-PROTESTO-DATA.
           MOVE ZEROS TO REC-PERDA-DATA.
           MOVE ZEROS TO REC-JUROS-RECEB.
           WRITE REG-RECEBER INVALID KEY
               DISPLAY (22 04) "!! NUMERO JA EXISTENTE " REC-NUM
               ACCEPT WS-P.
           ADD 1 TO WS-REC-NUM-SEQ.
           IF WS-REC-NUM-SEQ > 9999
               MOVE 1 TO WS-REC-NUM-SEQ.

      *-----titulo do liquido do funcionario, depto carimbado-----------*
       P-TITULO-FUNC.
           PERFORM P-CONTA-CODIGO THRU P-CONTA-CODIGO-FIM.
           MOVE ZEROS TO RECEBIDO-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE ZEROS TO VALOR-PAGO.
           MOVE WS-MEMO-TIT TO MEMO-CHE.
           MOVE SPACE TO CANCEL-CHE.
           MOVE SPACES TO PIX-E2E-CHE.
           MOVE ZEROS TO ALINEA-CHE.
           MOVE ZEROS TO JUROS-PAGO-CHE.
           COMPUTE COMPET-CHE = WS-FOLHA-ANO * 100 + WS-FOLHA-MES.
           MOVE ZEROS TO CONSUMO-CHE.
           MOVE SPACES TO CODBAR-CHE.
           WRITE REG-BCO INVALID KEY
               DISPLAY (22 04) "ERRO DE GRAVACAO - FS = " FS
               ACCEPT WS-P.
           PERFORM P-GRAVA-HIST-INCLUSAO.

       P-CONTRACHEQUE.
           MOVE "CONTRACHEQUE  " TO CC-TITULO.
           MOVE "Salario  " TO CC-ROTULO.
           MOVE WS-FOLHA-MES TO CC-MES.
           MOVE WS-FOLHA-ANO TO CC-ANO.
           MOVE FUNC-NOME TO CC-NOME.
           WRITE REG-ARQSAID FROM LINHA-CC-1.
           WRITE REG-ARQSAID FROM LINHA-CC-2.
           WRITE REG-ARQSAID FROM LINHA-CC-3.
           IF WS-CONV-DESC NOT = ZEROS OR WS-CONV-PASSA NOT = ZEROS
               MOVE WS-CONV-DESC TO CC-CONV
               MOVE WS-CONV-PASSA TO CC-CONV-SALDO
               WRITE REG-ARQSAID FROM LINHA-CC-4.
           IF WS-QBR-DESC NOT = ZEROS
               MOVE WS-QBR-DESC TO CC-QUEBRA
               WRITE REG-ARQSAID FROM LINHA-CC-5.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (LIN, 04) FUNC-NOME " " CC-LIQUIDO.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

      *-----avos da folha: 13o do ano e periodo aquisitivo de ferias---*
      *-----(so conta competencia posterior a ultima ja contada)-------*
       P-CONTA-AVOS.
           IF FUNC-13-ANO NOT = WS-FOLHA-ANO
               PERFORM P-ZERA-13.
           IF WS-FOLHA-MES NOT > FUNC-13-ULT-MES
               EXIT PARAGRAPH.
           MOVE WS-FOLHA-MES TO FUNC-13-ULT-MES.
           IF FUNC-13-AVOS < 12
               ADD 1 TO FUNC-13-AVOS.
           IF FUNC-FER-AVOS < 99
               ADD 1 TO FUNC-FER-AVOS.
           REWRITE REG-FUNCION.

       P-ZERA-13.
           MOVE WS-FOLHA-ANO TO FUNC-13-ANO.
           MOVE ZEROS TO FUNC-13-AVOS.
           MOVE ZEROS TO FUNC-13-ULT-MES.
           MOVE ZEROS TO FUNC-13-PARC1.
           MOVE "N" TO FUNC-13-PAGO.

      *-----avos do 13o de WS-FOLHA-ANO, projetados ate dezembro:------*
      *-----os contados pela folha + os meses que faltam; sem folha----*
      *-----contada no ano, da admissao (ou do ano inteiro)-------------*
       P-AVOS-13.
           IF FUNC-13-ANO = WS-FOLHA-ANO AND FUNC-13-ULT-MES > ZEROS
               COMPUTE WS-AVOS =
                   FUNC-13-AVOS + 12 - FUNC-13-ULT-MES
           ELSE
               MOVE FUNC-ADMISSAO TO WS-ADM-DATA-N
               IF WS-ADM-ANO > WS-FOLHA-ANO
                   MOVE ZEROS TO WS-AVOS
               ELSE
                   IF WS-ADM-ANO = WS-FOLHA-ANO
                       COMPUTE WS-AVOS = 13 - WS-ADM-MES
                   ELSE
                       MOVE 12 TO WS-AVOS.
           IF WS-AVOS > 12
               MOVE 12 TO WS-AVOS.

      *-----------------------------------------*
      * 13o salario. WS-M13-PARC = 1: metade do 13o dos avos, sem
      * desconto (so FGTS). WS-M13-PARC = 2: 13o integral menos a
      * 1a parcela paga, INSS/IRRF calculados sobre o 13o integral,
      * guia de INSS (retido + patronal) e FGTS do que sai agora.
       P-DECIMO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "13o Salario - " WS-M13-PARC "a Parcela".
           DISPLAY (03 04) "Ano................=".
           MOVE ANO TO WS-FOLHA-ANO.
           ACCEPT (03 25) WS-FOLHA-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-FOLHA-ANO = ZEROS
               GO TO P-DECIMO-FIM.
           DISPLAY (04 04) "Dia de Pagamento...=   /  /    ".
           ACCEPT (04 25) WS-PG-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (04 28) WS-PG-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (04 31) WS-PG-ANO WITH PROMPT AUTO-SKIP.
           IF WS-M13-PARC = 1
               MOVE 11 TO WS-FOLHA-MES
               MOVE "13O 1A PARC" TO CC-TITULO
           ELSE
               MOVE 12 TO WS-FOLHA-MES
               MOVE "13O 2A PARC" TO CC-TITULO.
           MOVE WS-FOLHA-ANO TO WS-M13-ANO.
           MOVE WS-MEMO-13 TO WS-MEMO-TIT.
           OPEN I-O BANCO.
           PERFORM P-TESTA-GERADA THRU P-TESTA-GERADA-FIM.
           IF WS-JA-GERADA = "S"
               DISPLAY (22 04) "!! " WS-MEMO-13(1:10) " JA GERADA !!"
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-DECIMO-FIM.
           MOVE ZEROS TO WS-TOT-BRUTO.
           MOVE ZEROS TO WS-TOT-INSS.
           MOVE ZEROS TO WS-TOT-BASE-FGTS.
           MOVE ZEROS TO WS-TOT-LIQUIDO.
           MOVE ZEROS TO WS-QTDE-FUNC.
           OPEN OUTPUT ARQSAID.
           MOVE 6 TO LIN.
           MOVE ZEROS TO FUNC-COD.
           START FUNCION KEY IS NOT LESS THAN FUNC-COD
               INVALID KEY
                   GO TO P-DECIMO-GUIAS.
       P-DECIMO-LER.
           READ FUNCION NEXT RECORD
               AT END
                   GO TO P-DECIMO-GUIAS.
           IF NOT FUNC-ATIVO
               GO TO P-DECIMO-LER.
           PERFORM P-AVOS-13.
           IF FUNC-13-ANO NOT = WS-FOLHA-ANO
               PERFORM P-ZERA-13.
           IF WS-AVOS = ZEROS OR FUNC-13-QUITADO
               GO TO P-DECIMO-LER.
           IF WS-M13-PARC = 1 AND FUNC-13-PARC1 NOT = ZEROS
               GO TO P-DECIMO-LER.
           COMPUTE WS-13-INTEGRAL ROUNDED =
               FUNC-SALARIO * WS-AVOS / 12.
           IF WS-M13-PARC = 1
               PERFORM P-DECIMO-PARC1
           ELSE
               PERFORM P-DECIMO-PARC2.
           ADD WS-LIQUIDO TO WS-TOT-LIQUIDO.
           ADD 1 TO WS-QTDE-FUNC.
           PERFORM P-TITULO-FUNC.
           MOVE WS-M13-PARC TO WS-TIPO-HIST.
           PERFORM P-GRAVA-FOLHIST.
           REWRITE REG-FUNCION.
           PERFORM P-RECIBO.
           GO TO P-DECIMO-LER.
       P-DECIMO-GUIAS.
           MOVE "INSS 13O SALARIO" TO WS-DESCRI-INSS.
           MOVE "FGTS 13O SALARIO" TO WS-DESCRI-FGTS.
           PERFORM P-GUIAS-ENCARGOS.
           CLOSE ARQSAID.
           CLOSE BANCO.
           MOVE WS-TOT-LIQUIDO TO WS-MOSTRA-VALOR.
           DISPLAY (20 04) WS-QTDE-FUNC " funcionario(s), liquido R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Recibos em BANCO76.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-DECIMO-FIM.

       P-DECIMO-PARC1.
           COMPUTE WS-BRUTO ROUNDED = WS-13-INTEGRAL / 2.
           MOVE ZEROS TO WS-INSS.
           MOVE ZEROS TO WS-IRRF.
           MOVE WS-BRUTO TO WS-LIQUIDO.
           ADD WS-BRUTO TO WS-TOT-BASE-FGTS.
           MOVE WS-BRUTO TO FUNC-13-PARC1.

       P-DECIMO-PARC2.
           MOVE FUNC-13-PARC1 TO WS-13-PARC1.
           COMPUTE WS-INSS ROUNDED =
               WS-13-INTEGRAL * FUNC-PCT-INSS / 100.
           COMPUTE WS-IRRF ROUNDED =
               ( WS-13-INTEGRAL - WS-INSS ) * FUNC-PCT-IRRF / 100.
           IF WS-13-PARC1 > WS-13-INTEGRAL
               MOVE WS-13-INTEGRAL TO WS-13-PARC1.
           COMPUTE WS-BRUTO = WS-13-INTEGRAL - WS-13-PARC1.
           COMPUTE WS-DESCONTOS = WS-INSS + WS-IRRF.
           IF WS-DESCONTOS > WS-BRUTO
               MOVE ZEROS TO WS-LIQUIDO
           ELSE
               COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTOS.
           ADD WS-13-INTEGRAL TO WS-TOT-BRUTO.
           ADD WS-INSS TO WS-TOT-INSS.
           ADD WS-BRUTO TO WS-TOT-BASE-FGTS.
           MOVE "S" TO FUNC-13-PAGO.

      *-----------------------------------------*
      * Ferias de um funcionario: salario / 30 x dias + 1/3, INSS e
      * IRRF sobre o total. Baixa dias x 12 / 30 avos do periodo
      * aquisitivo (30 dias = 12 avos) e guarda inicio e dias.
       P-FERIAS.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Ferias".
           DISPLAY TELA-FUNC-1.
           MOVE ZEROS TO FUNC-COD.
           ACCEPT (05 25) FUNC-COD WITH PROMPT AUTO-SKIP.
           IF FUNC-COD = ZEROS
               GO TO P-FERIAS-FIM.
           READ FUNCION
               INVALID KEY
                   DISPLAY (22 04) "!! CODIGO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-FERIAS-FIM.
           DISPLAY (06 25) FUNC-NOME.
           DISPLAY (07 25) FUNC-DEPTO.
           DISPLAY (08 25) FUNC-SALARIO.
           DISPLAY (09 25) FUNC-PCT-INSS.
           DISPLAY (10 25) FUNC-PCT-IRRF.
           DISPLAY (15 25) FUNC-SITUACAO.
           MOVE FUNC-ADMISSAO TO WS-ADM-DATA-N.
           DISPLAY (16 25) WS-ADM-DIA "/" WS-ADM-MES "/" WS-ADM-ANO.
           DISPLAY (17 25) FUNC-13-AVOS.
           DISPLAY (18 25) FUNC-FER-AVOS.
           MOVE FUNC-FER-AQUIS TO WS-ADM-DATA-N.
           DISPLAY (18 30) "aquisitivo desde " WS-ADM-DIA "/"
               WS-ADM-MES "/" WS-ADM-ANO.
           IF NOT FUNC-ATIVO
               DISPLAY (22 04) "!! FUNCIONARIO INATIVO !!"
               ACCEPT WS-P
               GO TO P-FERIAS-FIM.
           DISPLAY (19 04) "Inicio das Ferias..=   /  /    ".
           DISPLAY (20 04) "Dias...............=".
           MOVE ZEROS TO WS-FER-DATA-N.
           ACCEPT (19 25) WS-FER-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (19 28) WS-FER-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (19 31) WS-FER-ANO WITH PROMPT AUTO-SKIP.
           IF WS-FER-DIA = ZEROS OR WS-FER-MES = ZEROS
               GO TO P-FERIAS-FIM.
           MOVE 30 TO WS-FER-DIAS.
           ACCEPT (20 25) WS-FER-DIAS WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-FER-DIAS = ZEROS OR WS-FER-DIAS > 30
               DISPLAY (22 04) "!! DIAS DE FERIAS: 1 A 30 !!"
               ACCEPT WS-P
               GO TO P-FERIAS-FIM.
           COMPUTE WS-FER-AVOS-USO ROUNDED = WS-FER-DIAS * 12 / 30.
           IF WS-FER-AVOS-USO = ZEROS
               MOVE 1 TO WS-FER-AVOS-USO.
           IF WS-FER-AVOS-USO > FUNC-FER-AVOS
               DISPLAY (22 04) "!! AVOS INSUFICIENTES P/ "
                   WS-FER-DIAS " DIAS DE FERIAS !!"
               ACCEPT WS-P
               GO TO P-FERIAS-FIM.
           DISPLAY (21 04) "Pagamento (2 dias antes)=   /  /    ".
           ACCEPT (21 30) WS-PG-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (21 33) WS-PG-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (21 36) WS-PG-ANO WITH PROMPT AUTO-SKIP.
           COMPUTE WS-FER-VALOR ROUNDED =
               FUNC-SALARIO * WS-FER-DIAS / 30.
           COMPUTE WS-TERCO ROUNDED = WS-FER-VALOR / 3.
           COMPUTE WS-BRUTO = WS-FER-VALOR + WS-TERCO.
           COMPUTE WS-INSS ROUNDED =
               WS-BRUTO * FUNC-PCT-INSS / 100.
           COMPUTE WS-IRRF ROUNDED =
               ( WS-BRUTO - WS-INSS ) * FUNC-PCT-IRRF / 100.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF.
           MOVE WS-LIQUIDO TO WS-MOSTRA-VALOR.
           DISPLAY (22 04) "Liquido R$ " WS-MOSTRA-VALOR
               "   Confirma (S/N)?".
           ACCEPT (22 50) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-FERIAS-FIM.
           MOVE FUNC-COD TO WS-MFE-COD.
           MOVE WS-FER-MES TO WS-MFE-MES.
           MOVE WS-FER-ANO TO WS-MFE-ANO.
           MOVE WS-MEMO-FERIAS TO WS-MEMO-TIT.
           MOVE WS-FER-MES TO WS-FOLHA-MES.
           MOVE WS-FER-ANO TO WS-FOLHA-ANO.
           OPEN I-O BANCO.
           PERFORM P-TESTA-GERADA THRU P-TESTA-GERADA-FIM.
           IF WS-JA-GERADA = "S"
               DISPLAY (22 04) WS-LIMPA WS-LIMPA
               DISPLAY (22 04) "!! FERIAS JA GERADAS NESTE MES !!"
               ACCEPT WS-P
               CLOSE BANCO
               GO TO P-FERIAS-FIM.
           PERFORM P-TITULO-FUNC.
           MOVE "E" TO WS-TIPO-HIST.
           PERFORM P-GRAVA-FOLHIST.
      *     baixa dos avos; o aquisitivo anda um ano a cada 12 avos
           MOVE FUNC-FER-AVOS TO WS-FER-AVOS-ANT.
           SUBTRACT WS-FER-AVOS-USO FROM FUNC-FER-AVOS.
           DIVIDE WS-FER-AVOS-ANT BY 12 GIVING WS-FER-PER-ANT.
           DIVIDE FUNC-FER-AVOS BY 12 GIVING WS-FER-PER-DEP.
           COMPUTE FUNC-FER-AQUIS = FUNC-FER-AQUIS +
               ( WS-FER-PER-ANT - WS-FER-PER-DEP ) * 10000.
           MOVE WS-FER-DATA-N TO FUNC-FER-INICIO.
           MOVE WS-FER-DIAS TO FUNC-FER-DIAS.
           REWRITE REG-FUNCION.
           OPEN OUTPUT ARQSAID.
           MOVE "RECIBO FERIAS " TO CC-TITULO.
           MOVE 6 TO LIN.
           DISPLAY (05 00) ERASE.
           PERFORM P-RECIBO.
           MOVE WS-BRUTO TO WS-TOT-BRUTO.
           MOVE WS-INSS TO WS-TOT-INSS.
           MOVE WS-BRUTO TO WS-TOT-BASE-FGTS.
           MOVE "INSS FERIAS" TO WS-DESCRI-INSS.
           MOVE "FGTS FERIAS" TO WS-DESCRI-FGTS.
           PERFORM P-GUIAS-ENCARGOS.
           CLOSE ARQSAID.
           CLOSE BANCO.
           DISPLAY (21 04) "Recibo em BANCO76.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-FERIAS-FIM.

      *-----guias do 13o/ferias: INSS retido + patronal 20% sobre------*
      *-----WS-TOT-BRUTO, FGTS 8% sobre WS-TOT-BASE-FGTS---------------*
       P-GUIAS-ENCARGOS.
           COMPUTE WS-INSS-PATRONAL ROUNDED = WS-TOT-BRUTO * 20 / 100.
           ADD WS-INSS-PATRONAL TO WS-TOT-INSS.
           COMPUTE WS-TOT-FGTS ROUNDED = WS-TOT-BASE-FGTS * 8 / 100.
           IF WS-TOT-INSS NOT = ZEROS
               MOVE WS-DESCRI-INSS TO DESCRI-CHE
               MOVE WS-TOT-INSS TO VALOR-CHE
               PERFORM P-TITULO-GUIA.
           IF WS-TOT-FGTS NOT = ZEROS
               MOVE WS-DESCRI-FGTS TO DESCRI-CHE
               MOVE WS-TOT-FGTS TO VALOR-CHE
               PERFORM P-TITULO-GUIA.

      *-----recibo de 13o/ferias: bruto, descontos e liquido-----------*
       P-RECIBO.
           MOVE "Bruto    " TO CC-ROTULO.
           MOVE WS-FOLHA-MES TO CC-MES.
           MOVE WS-FOLHA-ANO TO CC-ANO.
           MOVE FUNC-NOME TO CC-NOME.
           MOVE WS-BRUTO TO CC-SALARIO.
           MOVE WS-INSS TO CC-INSS.
           MOVE WS-IRRF TO CC-IRRF.
           MOVE WS-LIQUIDO TO CC-LIQUIDO.
           MOVE NUM-CHE TO CC-NUM-CHE.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CC-1.
           WRITE REG-ARQSAID FROM LINHA-CC-2.
           WRITE REG-ARQSAID FROM LINHA-CC-3.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           DISPLAY (LIN, 04) FUNC-NOME " " CC-LIQUIDO.
           ADD 1 TO LIN.
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

      *-----------------------------------------*
      * Provisao: o que ja foi adquirido e ainda nao pago. 13o =
      * salario x avos contados / 12 - 1a parcela paga; ferias =
      * salario x avos do aquisitivo / 12 + 1/3; encargos = 20%
      * INSS patronal + 8% FGTS sobre os dois. Tela e BANCO76.TXT.
       P-PROVISAO.
           DISPLAY (01 01) ERASE.
           MOVE DIA TO PV-DIA.
           MOVE MES TO PV-MES.
           MOVE ANO TO PV-ANO.
           DISPLAY (01 01) LINHA-PV-1.
           DISPLAY (03 01) LINHA-PV-2.
           MOVE ZEROS TO WS-TOT-PROV-13.
           MOVE ZEROS TO WS-TOT-PROV-FER.
           MOVE ZEROS TO WS-TOT-PROV-ENC.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-PV-1.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-PV-2.
           MOVE 4 TO LIN.
           MOVE ZEROS TO FUNC-COD.
           START FUNCION KEY IS NOT LESS THAN FUNC-COD
               INVALID KEY
                   GO TO P-PROVISAO-TOTAL.
       P-PROVISAO-LER.
           READ FUNCION NEXT RECORD
               AT END
                   GO TO P-PROVISAO-TOTAL.
           IF NOT FUNC-ATIVO
               GO TO P-PROVISAO-LER.
           MOVE ZEROS TO WS-PROV-13.
           MOVE ZEROS TO WS-AVOS.
           IF FUNC-13-ANO = ANO AND NOT FUNC-13-QUITADO
               MOVE FUNC-13-AVOS TO WS-AVOS
               COMPUTE WS-13-INTEGRAL ROUNDED =
                   FUNC-SALARIO * FUNC-13-AVOS / 12
               IF WS-13-INTEGRAL > FUNC-13-PARC1
                   COMPUTE WS-PROV-13 =
                       WS-13-INTEGRAL - FUNC-13-PARC1.
           COMPUTE WS-PROV-FER ROUNDED =
               FUNC-SALARIO * FUNC-FER-AVOS / 12 * 4 / 3.
           COMPUTE WS-PROV-ENC ROUNDED =
               ( WS-PROV-13 + WS-PROV-FER ) * 28 / 100.
           IF WS-PROV-13 = ZEROS AND WS-PROV-FER = ZEROS
               GO TO P-PROVISAO-LER.
           ADD WS-PROV-13 TO WS-TOT-PROV-13.
           ADD WS-PROV-FER TO WS-TOT-PROV-FER.
           ADD WS-PROV-ENC TO WS-TOT-PROV-ENC.
           MOVE FUNC-COD TO PV-COD.
           MOVE FUNC-NOME TO PV-NOME.
           MOVE WS-AVOS TO PV-AVOS-13.
           MOVE WS-PROV-13 TO PV-13.
           MOVE FUNC-FER-AVOS TO PV-AVOS-FER.
           MOVE WS-PROV-FER TO PV-FER.
           MOVE WS-PROV-ENC TO PV-ENC.
           WRITE REG-ARQSAID FROM LINHA-PV-DET.
           DISPLAY (LIN, 01) LINHA-PV-DET.
           ADD 1 TO LIN.
           IF LIN > 21
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (04 00) ERASE
               MOVE 4 TO LIN.
           GO TO P-PROVISAO-LER.
       P-PROVISAO-TOTAL.
           MOVE WS-TOT-PROV-13 TO PV-TOT-13.
           MOVE WS-TOT-PROV-FER TO PV-TOT-FER.
           MOVE WS-TOT-PROV-ENC TO PV-TOT-ENC.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-PV-TOT.
           CLOSE ARQSAID.
           DISPLAY (LIN, 01) LINHA-PV-TOT.
           DISPLAY (23 04) "Relatorio em BANCO76.TXT - Tecle < ENTER >".
           ACCEPT WS-P.
       P-PROVISAO-FIM.

      *-----pagamento gerado -> historico da folha (FOLHIST.DAT):-------*
      *-----bruto em WS-BRUTO, competencia WS-FOLHA-MES/ANO, tipo------*
      *-----WS-TIPO-HIST; titulo recem-gravado em REG-BCO---------------*
       P-GRAVA-FOLHIST.
           MOVE FUNC-COD TO FH-FUNC-COD.
           MOVE WS-FOLHA-ANO TO FH-ANO.
           MOVE WS-FOLHA-MES TO FH-MES.
           MOVE WS-TIPO-HIST TO FH-TIPO.
           MOVE WS-BRUTO TO FH-BRUTO.
           MOVE WS-INSS TO FH-INSS.
           MOVE WS-IRRF TO FH-IRRF.
           MOVE WS-LIQUIDO TO FH-LIQUIDO.
           MOVE WS-PG-ANO TO FH-PGTO-ANO.
           MOVE WS-PG-MES TO FH-PGTO-MES.
           MOVE WS-PG-DIA TO FH-PGTO-DIA.
           MOVE NUM-CHE TO FH-NUM-CHE.
           MOVE WS-EMPRESA-ATUAL TO FH-EMPRESA.
           MOVE WS-OPER-ATUAL TO FH-OPER.
           WRITE REG-FOLHIST
               INVALID KEY
                   REWRITE REG-FOLHIST.

      *-----------------------------------------*
      * Informe de rendimentos do ano-calendario: um comprovante
      * por funcionario (ou so o informado) em BANCO76.TXT, com os
      * pagamentos do historico da folha pela data de pagamento.
       P-INFORME.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Informe de Rendimentos".
           DISPLAY (03 04) "Ano-calendario.....=".
           DISPLAY (04 04) "Funcionario (0=tod)=".
           COMPUTE WS-IR-ANO = ANO - 1.
           ACCEPT (03 25) WS-IR-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-IR-ANO = ZEROS
               GO TO P-INFORME-FIM.
           MOVE ZEROS TO WS-IR-COD.
           ACCEPT (04 25) WS-IR-COD WITH PROMPT AUTO-SKIP.
           PERFORM P-LE-EMPRESA.
           MOVE ZEROS TO WS-QTDE-FUNC.
           OPEN OUTPUT ARQSAID.
           MOVE 6 TO LIN.
           IF WS-IR-COD = ZEROS
               GO TO P-INFORME-TODOS.
           MOVE WS-IR-COD TO FUNC-COD.
           READ FUNCION
               INVALID KEY
                   DISPLAY (22 04) "!! CODIGO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE ARQSAID
                   GO TO P-INFORME-FIM.
           PERFORM P-INFORME-FUNC.
           GO TO P-INFORME-FECHA.
       P-INFORME-TODOS.
           MOVE ZEROS TO FUNC-COD.
           START FUNCION KEY IS NOT LESS THAN FUNC-COD
               INVALID KEY
                   GO TO P-INFORME-FECHA.
       P-INFORME-LER.
           READ FUNCION NEXT RECORD
               AT END
                   GO TO P-INFORME-FECHA.
           PERFORM P-INFORME-FUNC.
           GO TO P-INFORME-LER.
       P-INFORME-FECHA.
           CLOSE ARQSAID.
           DISPLAY (21 04) WS-QTDE-FUNC " informe(s) em BANCO76.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-INFORME-FIM.

      *-----comprovante do funcionario em REG-FUNCION (sem nada pago---*
      *-----no ano, so sai quando pedido pelo codigo)--------------------*
       P-INFORME-FUNC.
           PERFORM P-SOMA-FUNC-ANO THRU P-SOMA-FUNC-ANO-FIM.
           IF WS-IR-COD = ZEROS AND WS-IR-REND = ZEROS
              AND WS-IR-13 = ZEROS
               EXIT PARAGRAPH.
           ADD 1 TO WS-QTDE-FUNC.
           MOVE WS-IR-ANO TO IR-ANO.
           MOVE WS-IR-NOME-EMP TO IR-NOME-EMP.
           MOVE WS-IR-CNPJ-EMP TO IR-CNPJ-EMP.
           MOVE FUNC-COD TO IR-COD.
           MOVE FUNC-NOME TO IR-NOME.
           MOVE FUNC-CPF TO IR-CPF.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-IR-1.
           WRITE REG-ARQSAID FROM LINHA-IR-2.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-IR-3.
           WRITE REG-ARQSAID FROM LINHA-IR-4.
           MOVE SPACES TO REG-ARQSAID.
           WRITE REG-ARQSAID.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IRRF"
               TO IR-SECAO.
           WRITE REG-ARQSAID FROM LINHA-IR-SEC.
           MOVE "01. Total dos rendimentos (inclusive ferias)"
               TO IR-ROTULO.
           MOVE WS-IR-REND TO IR-VALOR.
           WRITE REG-ARQSAID FROM LINHA-IR-VAL.
           MOVE "02. Contribuicao previdenciaria oficial"
               TO IR-ROTULO.
           MOVE WS-IR-INSS TO IR-VALOR.
           WRITE REG-ARQSAID FROM LINHA-IR-VAL.
           MOVE "05. Imposto sobre a renda retido na fonte"
               TO IR-ROTULO.
           MOVE WS-IR-IRRF TO IR-VALOR.
           WRITE REG-ARQSAID FROM LINHA-IR-VAL.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO IR-SECAO.
           WRITE REG-ARQSAID FROM LINHA-IR-SEC.
           MOVE "01. Decimo terceiro salario" TO IR-ROTULO.
           MOVE WS-IR-13 TO IR-VALOR.
           WRITE REG-ARQSAID FROM LINHA-IR-VAL.
           MOVE "    Contribuicao previdenciaria s/ o 13o"
               TO IR-ROTULO.
           MOVE WS-IR-INSS-13 TO IR-VALOR.
           WRITE REG-ARQSAID FROM LINHA-IR-VAL.
           MOVE "02. Imposto retido s/ o 13o salario" TO IR-ROTULO.
           MOVE WS-IR-IRRF-13 TO IR-VALOR.
           WRITE REG-ARQSAID FROM LINHA-IR-VAL.
           MOVE SPACES TO REG-ARQSAID.
           WRITE REG-ARQSAID.
           MOVE WS-IR-CIDADE-EMP TO IR-CIDADE.
           MOVE DIA TO IR-DIA.
           MOVE MES TO IR-MES.
           MOVE ANO TO IR-ANO-EMIS.
           WRITE REG-ARQSAID FROM LINHA-IR-ASS.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE WS-IR-REND TO CC-LIQUIDO.
           DISPLAY (LIN, 04) FUNC-NOME " " CC-LIQUIDO.
           ADD 1 TO LIN.
           IF LIN > 19
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (05 00) ERASE
               MOVE 6 TO LIN.

      *-----------------------------------------------------------*
      * Soma do ano WS-IR-ANO (data de pagamento) do funcionario   *
      * em REG-FUNCION: folha e ferias em WS-IR-REND/INSS/IRRF, as *
      * parcelas do 13o em WS-IR-13/INSS-13/IRRF-13; os mesmos     *
      * valores vao p/ a tabela mes a mes do resumo anual.         *
      *-----------------------------------------------------------*
       P-SOMA-FUNC-ANO.
           MOVE ZEROS TO WS-IR-REND WS-IR-INSS WS-IR-IRRF.
           MOVE ZEROS TO WS-IR-13 WS-IR-INSS-13 WS-IR-IRRF-13.
           MOVE FUNC-COD TO FH-FUNC-COD.
           MOVE ZEROS TO FH-ANO FH-MES.
           MOVE SPACES TO FH-TIPO.
           START FOLHIST KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   GO TO P-SOMA-FUNC-ANO-FIM.
       P-SOMA-FUNC-ANO-LER.
           READ FOLHIST NEXT RECORD
               AT END
                   GO TO P-SOMA-FUNC-ANO-FIM.
           IF FH-FUNC-COD NOT = FUNC-COD
               GO TO P-SOMA-FUNC-ANO-FIM.
           IF FH-PGTO-ANO NOT = WS-IR-ANO
               GO TO P-SOMA-FUNC-ANO-LER.
           MOVE FH-PGTO-MES TO WS-RM.
           IF WS-RM = ZEROS OR WS-RM > 12
               MOVE 12 TO WS-RM.
           IF FH-DECIMO
               ADD FH-BRUTO TO WS-IR-13 WS-RM-13 (WS-RM)
               ADD FH-INSS TO WS-IR-INSS-13
               ADD FH-IRRF TO WS-IR-IRRF-13 WS-RM-IRRF-13 (WS-RM)
           ELSE
               ADD FH-BRUTO TO WS-IR-REND WS-RM-REND (WS-RM)
               ADD FH-INSS TO WS-IR-INSS WS-RM-INSS (WS-RM)
               ADD FH-IRRF TO WS-IR-IRRF WS-RM-IRRF (WS-RM).
           GO TO P-SOMA-FUNC-ANO-LER.
       P-SOMA-FUNC-ANO-FIM.

      *-----------------------------------------*
      * Resumo anual p/ o contador conferir a DIRF/eSocial: cada
      * funcionario com pagamento no ano (rendimentos, INSS, IRRF
      * e a linha do 13o), o total e o quadro mes a mes (mes do
      * pagamento). Tela e BANCO76.TXT.
       P-RESUMO-ANUAL.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Resumo Anual da Folha".
           DISPLAY (03 04) "Ano-calendario.....=".
           COMPUTE WS-IR-ANO = ANO - 1.
           ACCEPT (03 25) WS-IR-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-IR-ANO = ZEROS
               GO TO P-RESUMO-ANUAL-FIM.
           PERFORM P-LE-EMPRESA.
           MOVE ZEROS TO WS-TAB-RESUMO.
           MOVE ZEROS TO WS-RT-REND WS-RT-INSS WS-RT-IRRF.
           MOVE ZEROS TO WS-RT-13 WS-RT-INSS-13 WS-RT-IRRF-13.
           MOVE WS-IR-ANO TO RA-ANO.
           MOVE WS-IR-NOME-EMP TO RA-NOME-EMP.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 01) LINHA-RA-1.
           DISPLAY (03 01) LINHA-RA-2.
           OPEN OUTPUT ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-RA-1.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-RA-2.
           MOVE 4 TO LIN.
           MOVE ZEROS TO FUNC-COD.
           START FUNCION KEY IS NOT LESS THAN FUNC-COD
               INVALID KEY
                   GO TO P-RESUMO-ANUAL-TOTAL.
       P-RESUMO-ANUAL-LER.
           READ FUNCION NEXT RECORD
               AT END
                   GO TO P-RESUMO-ANUAL-TOTAL.
           PERFORM P-SOMA-FUNC-ANO THRU P-SOMA-FUNC-ANO-FIM.
           IF WS-IR-REND = ZEROS AND WS-IR-13 = ZEROS
               GO TO P-RESUMO-ANUAL-LER.
           ADD WS-IR-REND TO WS-RT-REND.
           ADD WS-IR-INSS TO WS-RT-INSS.
           ADD WS-IR-IRRF TO WS-RT-IRRF.
           ADD WS-IR-13 TO WS-RT-13.
           ADD WS-IR-INSS-13 TO WS-RT-INSS-13.
           ADD WS-IR-IRRF-13 TO WS-RT-IRRF-13.
           MOVE FUNC-COD TO RA-COD.
           MOVE FUNC-NOME TO RA-NOME.
           MOVE WS-IR-REND TO RA-REND.
           MOVE WS-IR-INSS TO RA-INSS.
           MOVE WS-IR-IRRF TO RA-IRRF.
           PERFORM P-RESUMO-LINHA.
           IF WS-IR-13 NOT = ZEROS
               MOVE ZEROS TO RA-COD
               MOVE "  13o salario" TO RA-NOME
               MOVE WS-IR-13 TO RA-REND
               MOVE WS-IR-INSS-13 TO RA-INSS
               MOVE WS-IR-IRRF-13 TO RA-IRRF
               PERFORM P-RESUMO-LINHA.
           GO TO P-RESUMO-ANUAL-LER.
       P-RESUMO-ANUAL-TOTAL.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO RA-COD.
           MOVE "TOTAL DO ANO" TO RA-NOME.
           MOVE WS-RT-REND TO RA-REND.
           MOVE WS-RT-INSS TO RA-INSS.
           MOVE WS-RT-IRRF TO RA-IRRF.
           PERFORM P-RESUMO-LINHA.
           MOVE "TOTAL 13o SALARIO" TO RA-NOME.
           MOVE WS-RT-13 TO RA-REND.
           MOVE WS-RT-INSS-13 TO RA-INSS.
           MOVE WS-RT-IRRF-13 TO RA-IRRF.
           PERFORM P-RESUMO-LINHA.
           MOVE SPACES TO REG-ARQSAID.
           WRITE REG-ARQSAID.
           WRITE REG-ARQSAID FROM LINHA-RA-3.
           MOVE 1 TO WS-RM.
           PERFORM P-RESUMO-MES 12 TIMES.
           CLOSE ARQSAID.
           DISPLAY (23 04) "Relatorio em BANCO76.TXT - Tecle < ENTER >".
           ACCEPT WS-P.
       P-RESUMO-ANUAL-FIM.

       P-RESUMO-LINHA.
           WRITE REG-ARQSAID FROM LINHA-RA-DET.
           DISPLAY (LIN, 01) LINHA-RA-DET.
           ADD 1 TO LIN.
           IF LIN > 21
               DISPLAY (23 04) "< ENTER > Continua"
               ACCEPT WS-P
               DISPLAY (23 04) WS-LIMPA
               DISPLAY (04 00) ERASE
               MOVE 4 TO LIN.

      *-----quadro mes a mes (mes WS-RM) do resumo anual----------------*
       P-RESUMO-MES.
           MOVE WS-RM TO RM-MES.
           MOVE WS-IR-ANO TO RM-ANO.
           MOVE WS-RM-REND (WS-RM) TO RM-REND.
           MOVE WS-RM-INSS (WS-RM) TO RM-INSS.
           MOVE WS-RM-IRRF (WS-RM) TO RM-IRRF.
           MOVE WS-RM-13 (WS-RM) TO RM-13.
           MOVE WS-RM-IRRF-13 (WS-RM) TO RM-IRRF-13.
           WRITE REG-ARQSAID FROM LINHA-RA-MES.
           ADD 1 TO WS-RM.

      *-----------------------------------------*
      * Convenio: compra do funcionario na loja, paga no desconto
      * da folha. <1> lanca a compra (dentro do limite do mes),
      * <2> estorna compra ainda em aberto, <3> lista o que esta
      * em aberto por funcionario.
       P-CONVENIO.
           OPEN I-O CONVCOMP.
           IF FS-CVC = "30" OR FS-CVC = "35"
               CLOSE CONVCOMP
               OPEN OUTPUT CONVCOMP
               CLOSE CONVCOMP
               OPEN I-O CONVCOMP.
       P-CONVENIO-MENU.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "<1>Lancar <2>Estornar <3>Aberto <0>Volta".
           ACCEPT (02 46) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-CONV-LANCA THRU P-CONV-LANCA-FIM
               GO TO P-CONVENIO-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-CONV-ESTORNA THRU P-CONV-ESTORNA-FIM
               GO TO P-CONVENIO-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-CONV-LISTA THRU P-CONV-LISTA-FIM
               GO TO P-CONVENIO-MENU.
           CLOSE CONVCOMP.
       P-CONVENIO-FIM.

      *-----compra digitada: funcionario ativo com limite, e o total---*
      *-----do mes da compra (menos as estornadas) nao passa dele------*
       P-CONV-LANCA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Compra em Convenio".
           DISPLAY (05 04) "Funcionario........=".
           DISPLAY (06 04) "Data da Compra.....=   /  /".
           DISPLAY (07 04) "Valor R$...........=".
           MOVE ZEROS TO FUNC-COD.
           ACCEPT (05 25) FUNC-COD WITH PROMPT AUTO-SKIP.
           IF FUNC-COD = ZEROS
               GO TO P-CONV-LANCA-FIM.
           READ FUNCION
               INVALID KEY
                   DISPLAY (22 04) "!! CODIGO NAO CADASTRADO !!"
                   ACCEPT WS-P
                   GO TO P-CONV-LANCA-FIM.
           DISPLAY (05 30) FUNC-NOME.
           IF NOT FUNC-ATIVO OR FUNC-CONV-LIMITE = ZEROS
               DISPLAY (22 04) "!! FUNCIONARIO SEM CONVENIO !!"
               ACCEPT WS-P
               GO TO P-CONV-LANCA-FIM.
           MOVE ANO TO WS-CVD-ANO.
           MOVE MES TO WS-CVD-MES.
           MOVE DIA TO WS-CVD-DIA.
           ACCEPT (06 25) WS-CVD-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 28) WS-CVD-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 31) WS-CVD-ANO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-CVD-DIA < 1 OR WS-CVD-DIA > 31 OR
                   WS-CVD-MES < 1 OR WS-CVD-MES > 12
               DISPLAY (22 04) "!! DATA INVALIDA !!"
               ACCEPT WS-P
               GO TO P-CONV-LANCA-FIM.
           MOVE ZEROS TO WS-CONV-VALOR.
           ACCEPT (07 25) WS-CONV-VALOR WITH PROMPT.
           IF WS-CONV-VALOR = ZEROS
               GO TO P-CONV-LANCA-FIM.
           MOVE FUNC-COD TO WS-CONV-FUNC.
           PERFORM P-SOMA-MES-CONV THRU P-SOMA-MES-CONV-FIM.
           COMPUTE WS-CONV-TOTAL = WS-CONV-USADO + WS-CONV-VALOR.
           IF WS-CONV-TOTAL > FUNC-CONV-LIMITE
               MOVE FUNC-CONV-LIMITE TO WS-MOSTRA-VALOR
               DISPLAY (09 04) "Limite do mes.. R$ " WS-MOSTRA-VALOR
               MOVE WS-CONV-USADO TO WS-MOSTRA-VALOR
               DISPLAY (10 04) "Ja comprado.... R$ " WS-MOSTRA-VALOR
               DISPLAY (22 04) "!! LIMITE DO CONVENIO EXCEDIDO !!"
               ACCEPT WS-P
               GO TO P-CONV-LANCA-FIM.
           PERFORM P-PROX-SEQ-CONV THRU P-PROX-SEQ-CONV-FIM.
           MOVE FUNC-COD TO CVC-FUNC.
           MOVE WS-CONV-DATA-N TO CVC-DATA.
           MOVE WS-CONV-SEQ TO CVC-SEQ.
           MOVE WS-CONV-VALOR TO CVC-VALOR.
           MOVE "D" TO CVC-ORIGEM.
           MOVE "A" TO CVC-SITUACAO.
           MOVE ZEROS TO CVC-COMPET.
           MOVE WS-OPER-ATUAL TO CVC-OPER-COD.
           WRITE REG-CONVCOMP INVALID KEY
               DISPLAY (22 04) "ERRO DE GRAVACAO - FS = " FS-CVC
               ACCEPT WS-P
               GO TO P-CONV-LANCA-FIM.
           DISPLAY (22 04) "Compra lancada, seq. " CVC-SEQ
               " - Tecle < ENTER >".
           ACCEPT WS-P.
       P-CONV-LANCA-FIM.

      *-----estorno de compra ainda nao descontada em folha------------*
       P-CONV-ESTORNA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Estorno de Compra em Convenio".
           DISPLAY (05 04) "Funcionario........=".
           DISPLAY (06 04) "Data da Compra.....=   /  /".
           DISPLAY (07 04) "Sequencia..........=".
           MOVE ZEROS TO CVC-FUNC.
           ACCEPT (05 25) CVC-FUNC WITH PROMPT AUTO-SKIP.
           IF CVC-FUNC = ZEROS
               GO TO P-CONV-ESTORNA-FIM.
           MOVE ANO TO WS-CVD-ANO.
           MOVE MES TO WS-CVD-MES.
           MOVE DIA TO WS-CVD-DIA.
           ACCEPT (06 25) WS-CVD-DIA WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 28) WS-CVD-MES WITH PROMPT UPDATE AUTO-SKIP.
           ACCEPT (06 31) WS-CVD-ANO WITH PROMPT UPDATE AUTO-SKIP.
           MOVE 1 TO WS-CONV-SEQ.
           ACCEPT (07 25) WS-CONV-SEQ WITH PROMPT UPDATE AUTO-SKIP.
           MOVE WS-CONV-DATA-N TO CVC-DATA.
           MOVE WS-CONV-SEQ TO CVC-SEQ.
           READ CONVCOMP
               INVALID KEY
                   DISPLAY (22 04) "!! COMPRA NAO ENCONTRADA !!"
                   ACCEPT WS-P
                   GO TO P-CONV-ESTORNA-FIM.
           MOVE CVC-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (09 04) "Valor R$ " WS-MOSTRA-VALOR
               "  Origem " CVC-ORIGEM "  Situacao " CVC-SITUACAO.
           IF NOT CVC-ABERTA
               DISPLAY (22 04) "!! COMPRA JA DESCONTADA OU ESTORNADA !!"
               ACCEPT WS-P
               GO TO P-CONV-ESTORNA-FIM.
           DISPLAY (11 04) "Confirma o estorno <S/N>? ".
           MOVE SPACES TO WS-CONF.
           ACCEPT (11 31) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-CONV-ESTORNA-FIM.
           MOVE "E" TO CVC-SITUACAO.
           MOVE WS-OPER-ATUAL TO CVC-OPER-COD.
           REWRITE REG-CONVCOMP.
       P-CONV-ESTORNA-FIM.

      *-----compras em aberto (de um funcionario ou de todos) e o------*
      *-----saldo que ja passou de folha anterior----------------------*
       P-CONV-LISTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "Funcionario (0 = todos)=".
           MOVE ZEROS TO WS-CONV-FUNC.
           ACCEPT (02 29) WS-CONV-FUNC WITH PROMPT AUTO-SKIP.
           DISPLAY (03 04) "Func Data        Seq           Valor Orig".
           MOVE ZEROS TO WS-CONV-TOTAL.
           MOVE ZEROS TO WS-CONV-QTDE.
           MOVE 4 TO LIN.
           MOVE WS-CONV-FUNC TO CVC-FUNC.
           MOVE ZEROS TO CVC-DATA.
           MOVE ZEROS TO CVC-SEQ.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-CONV-LISTA-TOTAL.
       P-CONV-LISTA-LER.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-CONV-LISTA-TOTAL.
           IF WS-CONV-FUNC NOT = ZEROS AND CVC-FUNC NOT = WS-CONV-FUNC
               GO TO P-CONV-LISTA-TOTAL.
           IF NOT CVC-ABERTA
               GO TO P-CONV-LISTA-LER.
           MOVE CVC-DATA TO WS-CONV-DATA-N.
           MOVE CVC-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN, 04) CVC-FUNC.
           DISPLAY (LIN, 09) WS-CVD-DIA "/" WS-CVD-MES "/" WS-CVD-ANO.
           DISPLAY (LIN, 21) CVC-SEQ.
           DISPLAY (LIN, 25) WS-MOSTRA-VALOR.
           DISPLAY (LIN, 41) CVC-ORIGEM.
           ADD CVC-VALOR TO WS-CONV-TOTAL.
           ADD 1 TO WS-CONV-QTDE.
           ADD 1 TO LIN.
           IF LIN > 20
               DISPLAY (23 04) "< ENTER > Continua   < N > Encerra"
               ACCEPT (23 40) WS-P WITH AUTO-SKIP
               DISPLAY (23 04) WS-LIMPA
               IF WS-P = "N" OR WS-P = "n"
                   GO TO P-CONV-LISTA-FIM
               ELSE
                   DISPLAY (04 00) ERASE
                   MOVE 4 TO LIN.
           GO TO P-CONV-LISTA-LER.
       P-CONV-LISTA-TOTAL.
           MOVE WS-CONV-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (21 04) WS-CONV-QTDE " compra(s) em aberto, R$ "
               WS-MOSTRA-VALOR.
           IF WS-CONV-FUNC = ZEROS
               GO TO P-CONV-LISTA-FIM.
           MOVE WS-CONV-FUNC TO FUNC-COD.
           READ FUNCION
               INVALID KEY
                   GO TO P-CONV-LISTA-FIM.
           MOVE FUNC-CONV-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (22 04) "Saldo de folha anterior R$ "
               WS-MOSTRA-VALOR.
       P-CONV-LISTA-FIM.
           DISPLAY (23 04) "Tecle < ENTER >".
           ACCEPT WS-P.

      *-----comprado no mes WS-CVD-ANO/MES por WS-CONV-FUNC, sem as----*
      *-----estornadas (a folha nao reduz o uso do limite do mes)------*
       P-SOMA-MES-CONV.
           MOVE ZEROS TO WS-CONV-USADO.
           MOVE WS-CONV-FUNC TO CVC-FUNC.
           COMPUTE CVC-DATA = WS-CVD-ANO * 10000 + WS-CVD-MES * 100.
           MOVE ZEROS TO CVC-SEQ.
           COMPUTE WS-CONV-ULT-AMD = CVC-DATA + 31.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-SOMA-MES-CONV-FIM.
       P-SOMA-MES-CONV-LER.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-SOMA-MES-CONV-FIM.
           IF CVC-FUNC NOT = WS-CONV-FUNC OR
                   CVC-DATA > WS-CONV-ULT-AMD
               GO TO P-SOMA-MES-CONV-FIM.
           IF NOT CVC-ESTORNADA
               ADD CVC-VALOR TO WS-CONV-USADO.
           GO TO P-SOMA-MES-CONV-LER.
       P-SOMA-MES-CONV-FIM.

      *-----proxima sequencia do funcionario WS-CONV-FUNC no dia-------*
      *-----WS-CONV-DATA-N---------------------------------------------*
       P-PROX-SEQ-CONV.
           MOVE ZEROS TO WS-CONV-SEQ.
           MOVE WS-CONV-FUNC TO CVC-FUNC.
           MOVE WS-CONV-DATA-N TO CVC-DATA.
           MOVE ZEROS TO CVC-SEQ.
           START CONVCOMP KEY IS NOT LESS THAN CVC-CHAVE
               INVALID KEY
                   GO TO P-PROX-SEQ-CONV-CALC.
       P-PROX-SEQ-CONV-LER.
           READ CONVCOMP NEXT RECORD
               AT END
                   GO TO P-PROX-SEQ-CONV-CALC.
           IF CVC-FUNC NOT = WS-CONV-FUNC OR
                   CVC-DATA NOT = WS-CONV-DATA-N
               GO TO P-PROX-SEQ-CONV-CALC.
           MOVE CVC-SEQ TO WS-CONV-SEQ.
           GO TO P-PROX-SEQ-CONV-LER.
       P-PROX-SEQ-CONV-CALC.
           ADD 1 TO WS-CONV-SEQ.
       P-PROX-SEQ-CONV-FIM.

      *-----dados da empresa da sessao p/ o informe (EMPRESA.DAT)------*
       P-LE-EMPRESA.
           MOVE SPACES TO WS-IR-NOME-EMP WS-IR-CNPJ-EMP.
           MOVE SPACES TO WS-IR-CIDADE-EMP.
           OPEN INPUT EMPRESA.
           IF FS-EMPRESA NOT = "00"
               CLOSE EMPRESA
               EXIT PARAGRAPH.
           MOVE WS-EMPRESA-ATUAL TO EMPRESA-COD.
           READ EMPRESA
               INVALID KEY
                   CLOSE EMPRESA
                   EXIT PARAGRAPH.
           MOVE EMPRESA-NOME TO WS-IR-NOME-EMP.
           MOVE EMPRESA-CNPJ TO WS-IR-CNPJ-EMP.
           IF EMPRESA-CNPJ = SPACES
               MOVE EMPRESA-CPF TO WS-IR-CNPJ-EMP.
           MOVE EMPRESA-CIDADE TO WS-IR-CIDADE-EMP.
           CLOSE EMPRESA.

      *-----folha dobrada: ja existe titulo com o MEMO do mes?---------*
       P-TESTA-GERADA.
           MOVE "N" TO WS-JA-GERADA.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-TESTA-GERADA-FIM.
           IF MEMO-CHE = WS-MEMO-TIT
               MOVE "S" TO WS-JA-GERADA
               GO TO P-TESTA-GERADA-FIM.
           GO TO P-TESTA-GERADA-LER.
               MOVE 5000 TO WS-NUM-SEQ.
       P-CONTA-CODIGO-FIM.

      *-----proximo REC-NUM do ano (AA + maior sequencial + 1), como---*
      *-----o RECEB01 numera-------------------------------------------*
       P-PROXIMO-REC.
           MOVE ZEROS TO WS-REC-NUM.
           MOVE ZEROS TO WS-REC-BUF.
           MOVE ZEROS TO REC-NUM.
           START RECEBER KEY IS NOT LESS THAN REC-NUM
               INVALID KEY
                   GO TO P-PROXIMO-REC-CALC.
       P-PROXIMO-REC-LER.
           READ RECEBER NEXT RECORD
               AT END
                   GO TO P-PROXIMO-REC-CALC.
           MOVE REC-NUM TO WS-REC-BUF.
           IF WS-REC-BUF-ANO NOT = WS-ANO2
               GO TO P-PROXIMO-REC-LER.
           IF WS-REC-BUF-SEQ > WS-REC-NUM-SEQ
               MOVE WS-REC-BUF-SEQ TO WS-REC-NUM-SEQ.
           GO TO P-PROXIMO-REC-LER.
       P-PROXIMO-REC-CALC.
           MOVE WS-ANO2 TO WS-REC-NUM-ANO.
           ADD 1 TO WS-REC-NUM-SEQ.
           IF WS-REC-NUM-SEQ > 9999
               MOVE 1 TO WS-REC-NUM-SEQ.
       P-PROXIMO-REC-FIM.

      *-----------------------------------------------------------*
      * Diario de inclusao em HIST.DAT (operacao "I"), como o      *
      * BANCO06 grava nas inclusoes manuais.                       *
           CLOSE SESSAO.

       P-FIM.
           CLOSE FUNCION FOLHIST.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

