       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO26.
       AUTHOR. ROGERIO-MACHADO.
      *
      *    COPIA DE SEGURANCA DE FIM DE DIA (JOGO COMPLETO)
      *    O BCOBAK.DAT so protege o BCO.DAT antes das rotinas que
      *    apagam; estoque, receber, cartao, pedidos, cadastros e
      *    diarios nao tinham copia nenhuma. No fechamento do dia
      *    esta rotina copia, registro a registro, TODOS os arquivos
      *    de dados - o BCOnn.DAT de cada empresa de EMPRESA.DAT
      *    inclusive - p/ um jogo datado de imagens BKggiii.BAK
      *    (gg = geracao, iii = item), catalogado em BKCAT.DAT.
      *    Cada imagem e relida depois de gravada e a contagem tem
      *    que bater com a do original, senao o item fica
      *    DIVERGENTE no catalogo e na tela.
      *    Rotacao: ficam as ultimas N copias diarias (N no <4>,
      *    padrao 7) mais a ultima copia de cada mes fechado, ate
      *    12 meses; as demais tem as imagens esvaziadas e saem do
      *    catalogo. Copia refeita no mesmo dia substitui a do dia.
      *    <3> Restaura um arquivo ou o jogo inteiro de uma data
      *    escolhida - so supervisor (OPER-NIVEL 2), e cada arquivo
      *    restaurado fica registrado em HIST.DAT.
      *    Diarios de anos fechados (HISTnnnn, PGTOnnnn...) e as
      *    areas de trabalho (SESSAO, LOTE, TRAVA, TERMINAL) ficam
      *    de fora. Menu Seguranca/Auditoria, opcao 19.
      *
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORIG.
           SELECT HIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT PGTO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT MOVEST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT CAIXA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPRESA-COD
                  FILE STATUS IS FS-ORIG.
           SELECT ESTOQUE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROD-COD
                  FILE STATUS IS FS-ORIG.
           SELECT RECEBER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT CARTAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CART-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT PEDIDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PED-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT PEDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PEDI-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FORN-COD
                  FILE STATUS IS FS-ORIG.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-COD
                  FILE STATUS IS FS-ORIG.
           SELECT CTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTA-COD
                  FILE STATUS IS FS-ORIG.
           SELECT NATUREZA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NAT-COD
                  FILE STATUS IS FS-ORIG.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-ORIG.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEPTO-COD
                  FILE STATUS IS FS-ORIG.
           SELECT LOTEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT RATEIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RATEIO-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT ADIANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADT-CHAVE
                  ALTERNATE RECORD KEY IS ADT-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORIG.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT BORDERO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BORD-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT CONCIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONC-CHAVE
                  ALTERNATE RECORD KEY IS CONC-NUM-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONC-TRB-NUM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORIG.
           SELECT CONTRATO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CON-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT COTACAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COT-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT CTBMAP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAP-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT CUSTCHEQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CQ-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT DEBAUTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEB-COD
                  FILE STATUS IS FS-ORIG.
           SELECT DEPCOFRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEP-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT DEPSANG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DS-SAN-SEQ
                  FILE STATUS IS FS-ORIG.
           SELECT FERIADO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FERIADO-DATA
                  FILE STATUS IS FS-ORIG.
           SELECT FILTRO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FILTRO-PROG
                  FILE STATUS IS FS-ORIG.
           SELECT FUNCION ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUNC-COD
                  FILE STATUS IS FS-ORIG.
           SELECT IMOBIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IMO-PLAQUETA
                  FILE STATUS IS FS-ORIG.
           SELECT PERFIL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERFIL-COD
                  FILE STATUS IS FS-ORIG.
           SELECT LANCTB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCT-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT MUTUO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUT-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT NFENT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFE-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT ORDPROD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT PARCELA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAR-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT PDVCARGA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PC-PROD-COD
                  FILE STATUS IS FS-ORIG.
           SELECT PERFILAC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PERM-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT PENDFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PF-FORN-COD
                  FILE STATUS IS FS-ORIG.
           SELECT PLCONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-COD
                  FILE STATUS IS FS-ORIG.
           SELECT PROMOCAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT RECEITA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCT-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT RUNCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RUN-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT SIMPLES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIM-FAIXA
                  FILE STATUS IS FS-ORIG.
           SELECT TALAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TALAO-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT TRANSF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRF-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT TRANSFB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRB-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT TURNO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TUR-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT VERBA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VERBA-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT GUIAGER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GUIA-AM
                  FILE STATUS IS FS-ORIG.
           SELECT DASGER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DAS-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT CADHIST ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT DEVOL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT EMITCHQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT LOGACESS ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT PDVDIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT PRECOHIS ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT PREVISAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT PRECVEN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT REMCHQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT REQINT ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT SANGRIA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-ORIG.
           SELECT TAREFA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT VERFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VF-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT SUSTACAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUS-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT CONTSERV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTS-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT INDICE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IND-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT FUNDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUN-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT VALEFUN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-CHAVE
                  ALTERNATE RECORD KEY IS VAL-REPOS
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORIG.
           SELECT NFITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFI-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT XREFPROD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XRF-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT PDVLOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ORIG.
           SELECT FOLHIST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT VERBCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCOMP-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT ACORDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACO-CHAVE
                  ALTERNATE RECORD KEY IS ACO-FORN-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORIG.
           SELECT CONVCOMP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CVC-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT QUEBRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QBR-CHAVE
                  ALTERNATE RECORD KEY IS QBR-FUNC-COD
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORIG.
           SELECT RELARQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RARQ-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT VALEPRES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VPR-NUM
                  FILE STATUS IS FS-ORIG.
           SELECT VALEUSO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VPU-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT VASTIPO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAS-COD
                  FILE STATUS IS FS-ORIG.
           SELECT VASMOV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VSM-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT ABATIT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABT-CHAVE
                  FILE STATUS IS FS-ORIG.
           SELECT BKCAT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKC-CHAVE
                  FILE STATUS IS FS-BKC.
           SELECT IMAGEM ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-IMG.

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
       COPY BCOMAST.

       COPY HISTMAST.

       COPY PGTOMAST.

       COPY MOVESTMAST.

       COPY CAIXAMAST.

       COPY EMPRESA.

       COPY ESTQMAST.

       COPY RECEBMAST.

       COPY CARTMAST.

       COPY PEDMAST.

       COPY PEDITMAST.

       COPY FORNMAST.

       COPY CLIMAST.

       COPY CTAMAST.

       COPY NATUMAST.

       COPY OPERMAST.

       COPY DEPTOMAST.

       COPY LOTESTMAST.

       COPY RATEIOMAST.

       COPY ADIANTMAST.

       COPY APLICMAST.

       COPY BORDMAST.

       COPY CONCMAST.

       COPY CONTRMAST.

       COPY COTMAST.

       COPY CTBMAPMAST.

       COPY CUSTMAST.

       COPY DEBAUTMAST.

       COPY DEPCMAST.

       COPY DEPSMAST.

       COPY FERIMAST.

       COPY FILTROMAST.

       COPY FUNCMAST.

       COPY IMOBMAST.

       COPY IMPRMAST.

       COPY LCTMAST.

       COPY MUTUOMAST.

       COPY NFENTMAST.

       COPY ORDPMAST.

       COPY PARCMAST.

       COPY CARGMAST.

       COPY PERMMAST.

       COPY PFORMAST.

       COPY PLCMAST.

       COPY PROMMAST.

       COPY RECTMAST.

       COPY RUNMAST.

       COPY SIMPMAST.

       COPY TALMAST.

       COPY TRANSFMAST.

       COPY TRFBMAST.

       COPY TURNOMAST.

       COPY VERBAMAST.

      *-----marcador de "guia gerada" por mes (BANCO72)----------------*
       FD GUIAGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GUIAGER.DAT".
       01 REG-GUIAGER.
           03 GUIA-AM          PIC 9(06).
           03 GUIA-DATA        PIC 9(08).
           03 GUIA-NUM-IRRF    PIC X(06).
           03 GUIA-NUM-INSS    PIC X(06).

      *-----DAS gerado por empresa e mes (BANCO24)---------------------*
       FD DASGER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DASGER.DAT".
       01 REG-DASGER.
           03 DAS-CHAVE.
               05 DAS-EMPRESA  PIC 99.
               05 DAS-AM       PIC 9(06).
           03 DAS-DATA         PIC 9(08).
           03 DAS-NUM-CHE      PIC X(06).
           03 DAS-RECEITA      PIC 9(11)V99.
           03 DAS-RBT12        PIC 9(11)V99.
           03 DAS-FAIXA        PIC 9.
           03 DAS-ALIQ-EFET    PIC 99V9999.
           03 DAS-VALOR        PIC 9(09)V99.
           03 DAS-OPER-COD     PIC 99.

       COPY CADHMAST.

       COPY DEVOLMAST.

       COPY EMITMAST.

       COPY FECHAMAST.

       COPY LOGMAST.

       COPY PDVMAST.

       COPY PRECMAST.

       COPY PREVMAST.

       COPY PVENDMAST.

       COPY REMCHMAST.

       COPY REQIMAST.

       COPY SANGMAST.

       COPY DIAFMAST.

       COPY TAREFMAST.

       COPY VERFMAST.

       COPY SUSTMAST.

       COPY CTSVMAST.

       COPY INDCMAST.

       COPY FUNDMAST.

       COPY VALEMAST.

       COPY NFITMAST.

       COPY XREFMAST.

       COPY PDVLMAST.

       COPY FOLHMAST.

       COPY VCOMPMAST.

       COPY ACORDMAST.

       COPY CONVMAST.

       COPY QUEBMAST.

       COPY RARQMAST.

       COPY VPRESMAST.

       COPY VPUSOMAST.

       COPY VASTMAST.

       COPY VASMMAST.

       COPY ABATMAST.

       COPY BKCATMAST.

      *-----imagem de um arquivo copiado: registro do original como----*
      *-----veio, completado com brancos---------------------------------*
       FD IMAGEM            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-IMG.
       01 REG-IMAGEM           PIC X(512).

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
      *-----micro): so o numero do terminal------------------------------*
       FD TERMARQ           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TERMINAL.DAT".
       01 REG-TERMARQ          PIC 99.

       FD ARQSAID            LABEL RECORD IS STANDARD
                                VALUE OF FILE-ID IS "BANCO26.TXT".
       01 REG-ARQSAID           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
      *-----nome fisico dos diarios (expurgo anual = BANCO91)-----------*
       77 WS-ARQ-HIST            PIC X(12) VALUE "HIST.DAT".
       77 WS-ARQ-PGTO            PIC X(12) VALUE "PGTO.DAT".
       77 WS-ARQ-MOVEST          PIC X(12) VALUE "MOVEST.DAT".
       77 WS-ARQ-CAIXA           PIC X(12) VALUE "CAIXA.DAT".
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
       01 WS-HORA-DOS.
           03 WS-HR-HH          PIC 99.
           03 WS-HR-MM          PIC 99.
           03 WS-HR-SS          PIC 99.
           03 WS-HR-CC          PIC 99.
       77 FS-SESSAO             PIC XX.
       77 WS-ARQ-BCO            PIC X(12) VALUE "BCO.DAT".
       77 WS-EMPRESA-ATUAL      PIC 99 VALUE 1.
       77 WS-OPER-ATUAL         PIC 99 VALUE ZEROS.
      *-----monta o nome do arquivo de movimento da empresa nn---------*
       01 WS-ARQ-MONTA.
           03 FILLER           PIC X(03) VALUE "BCO".
           03 WS-ARQ-MONTA-COD PIC 99.
           03 FILLER           PIC X(04) VALUE ".DAT".
           03 FILLER           PIC X(03) VALUE SPACES.
      *-----nome da imagem: BK + geracao + item + .BAK-----------------*
       77 WS-ARQ-IMG            PIC X(12) VALUE SPACES.
       01 WS-ARQ-IMG-MONTA.
           03 FILLER           PIC X(02) VALUE "BK".
           03 WS-IMG-GER       PIC 99.
           03 WS-IMG-ITEM      PIC 9(03).
           03 FILLER           PIC X(04) VALUE ".BAK".
           03 FILLER           PIC X(01) VALUE SPACES.
      *-----todos os originais usam o mesmo FILE STATUS (so um--------*
      *-----fica aberto de cada vez, fora o EMPRESA do laco do BCO)---*
       77 FS-ORIG               PIC XX.
       77 FS-BKC                PIC XX.
       77 FS-IMG                PIC XX.
       77 FS-ARQ                PIC XX.
      *-----operacao pedida ao P-EXECUTA sobre o arquivo WS-IX---------*
       77 WS-OP                 PIC X VALUE SPACES.
       88 OP-ABRE               VALUE "A".
       88 OP-LE                 VALUE "L".
       88 OP-FECHA              VALUE "F".
       88 OP-CRIA               VALUE "C".
       88 OP-GRAVA              VALUE "G".
       77 WS-IX                 PIC 99 VALUE ZEROS.
       77 WS-QTDE-ARQS          PIC 99 VALUE 89.
       77 WS-FIM-ORIG           PIC X VALUE "N".
       77 WS-ERRO-LEITURA       PIC X VALUE "N".
      *-----arquivos copiados, na ordem de P-ARQ-nn (o 01 e o---------*
      *-----movimento, repetido p/ cada empresa)-----------------------*
       01 WS-TAB-ARQ-INIC.
           03 FILLER PIC X(12) VALUE "BCO.DAT".
           03 FILLER PIC X(12) VALUE "HIST.DAT".
           03 FILLER PIC X(12) VALUE "PGTO.DAT".
           03 FILLER PIC X(12) VALUE "MOVEST.DAT".
           03 FILLER PIC X(12) VALUE "CAIXA.DAT".
           03 FILLER PIC X(12) VALUE "EMPRESA.DAT".
           03 FILLER PIC X(12) VALUE "ESTOQUE.DAT".
           03 FILLER PIC X(12) VALUE "RECEBER.DAT".
           03 FILLER PIC X(12) VALUE "CARTAO.DAT".
           03 FILLER PIC X(12) VALUE "PEDIDO.DAT".
           03 FILLER PIC X(12) VALUE "PEDITEM.DAT".
           03 FILLER PIC X(12) VALUE "FORN.DAT".
           03 FILLER PIC X(12) VALUE "CLIENTE.DAT".
           03 FILLER PIC X(12) VALUE "CTA.DAT".
           03 FILLER PIC X(12) VALUE "NATUREZA.DAT".
           03 FILLER PIC X(12) VALUE "OPER.DAT".
           03 FILLER PIC X(12) VALUE "DEPTO.DAT".
           03 FILLER PIC X(12) VALUE "LOTEST.DAT".
           03 FILLER PIC X(12) VALUE "RATEIO.DAT".
           03 FILLER PIC X(12) VALUE "ADIANT.DAT".
           03 FILLER PIC X(12) VALUE "APLIC.DAT".
           03 FILLER PIC X(12) VALUE "BORDERO.DAT".
           03 FILLER PIC X(12) VALUE "CONCIL.DAT".
           03 FILLER PIC X(12) VALUE "CONTRATO.DAT".
           03 FILLER PIC X(12) VALUE "COTACAO.DAT".
           03 FILLER PIC X(12) VALUE "CTBMAP.DAT".
           03 FILLER PIC X(12) VALUE "CUSTCHEQ.DAT".
           03 FILLER PIC X(12) VALUE "DEBAUTO.DAT".
           03 FILLER PIC X(12) VALUE "DEPCOFRE.DAT".
           03 FILLER PIC X(12) VALUE "DEPSANG.DAT".
           03 FILLER PIC X(12) VALUE "FERIADO.DAT".
           03 FILLER PIC X(12) VALUE "FILTRO.DAT".
           03 FILLER PIC X(12) VALUE "FUNCION.DAT".
           03 FILLER PIC X(12) VALUE "IMOBIL.DAT".
           03 FILLER PIC X(12) VALUE "PERFIL.DAT".
           03 FILLER PIC X(12) VALUE "LANCTB.DAT".
           03 FILLER PIC X(12) VALUE "MUTUO.DAT".
           03 FILLER PIC X(12) VALUE "NFENT.DAT".
           03 FILLER PIC X(12) VALUE "ORDPROD.DAT".
           03 FILLER PIC X(12) VALUE "PARCELA.DAT".
           03 FILLER PIC X(12) VALUE "PDVCARGA.DAT".
           03 FILLER PIC X(12) VALUE "PERFILAC.DAT".
           03 FILLER PIC X(12) VALUE "PENDFORN.DAT".
           03 FILLER PIC X(12) VALUE "PLCONTA.DAT".
           03 FILLER PIC X(12) VALUE "PROMOCAO.DAT".
           03 FILLER PIC X(12) VALUE "RECEITA.DAT".
           03 FILLER PIC X(12) VALUE "RUNCTL.DAT".
           03 FILLER PIC X(12) VALUE "SIMPLES.DAT".
           03 FILLER PIC X(12) VALUE "TALAO.DAT".
           03 FILLER PIC X(12) VALUE "TRANSF.DAT".
           03 FILLER PIC X(12) VALUE "TRANSFB.DAT".
           03 FILLER PIC X(12) VALUE "TURNO.DAT".
           03 FILLER PIC X(12) VALUE "VERBA.DAT".
           03 FILLER PIC X(12) VALUE "GUIAGER.DAT".
           03 FILLER PIC X(12) VALUE "DASGER.DAT".
           03 FILLER PIC X(12) VALUE "CADHIST.DAT".
           03 FILLER PIC X(12) VALUE "DEVOL.DAT".
           03 FILLER PIC X(12) VALUE "EMITCHQ.DAT".
           03 FILLER PIC X(12) VALUE "FECHA.DAT".
           03 FILLER PIC X(12) VALUE "LOGACESS.DAT".
           03 FILLER PIC X(12) VALUE "PDVDIA.DAT".
           03 FILLER PIC X(12) VALUE "PRECOHIS.DAT".
           03 FILLER PIC X(12) VALUE "PREVISAO.DAT".
           03 FILLER PIC X(12) VALUE "PRECVEN.DAT".
           03 FILLER PIC X(12) VALUE "REMCHQ.DAT".
           03 FILLER PIC X(12) VALUE "REQINT.DAT".
           03 FILLER PIC X(12) VALUE "SANGRIA.DAT".
           03 FILLER PIC X(12) VALUE "DIAFECH.DAT".
           03 FILLER PIC X(12) VALUE "TAREFA.DAT".
           03 FILLER PIC X(12) VALUE "VERFORN.DAT".
           03 FILLER PIC X(12) VALUE "SUSTACAO.DAT".
           03 FILLER PIC X(12) VALUE "CONTSERV.DAT".
           03 FILLER PIC X(12) VALUE "INDICE.DAT".
           03 FILLER PIC X(12) VALUE "FUNDO.DAT".
           03 FILLER PIC X(12) VALUE "VALEFUN.DAT".
           03 FILLER PIC X(12) VALUE "NFITEM.DAT".
           03 FILLER PIC X(12) VALUE "XREFPROD.DAT".
           03 FILLER PIC X(12) VALUE "PDVLOG.DAT".
           03 FILLER PIC X(12) VALUE "FOLHIST.DAT".
           03 FILLER PIC X(12) VALUE "VERBCOMP.DAT".
           03 FILLER PIC X(12) VALUE "ACORDO.DAT".
           03 FILLER PIC X(12) VALUE "CONVCOMP.DAT".
           03 FILLER PIC X(12) VALUE "QUEBRA.DAT".
           03 FILLER PIC X(12) VALUE "RELARQ.DAT".
           03 FILLER PIC X(12) VALUE "VALEPRES.DAT".
           03 FILLER PIC X(12) VALUE "VALEUSO.DAT".
           03 FILLER PIC X(12) VALUE "VASTIPO.DAT".
           03 FILLER PIC X(12) VALUE "VASMOV.DAT".
           03 FILLER PIC X(12) VALUE "ABATIT.DAT".
       01 WS-TAB-ARQ REDEFINES WS-TAB-ARQ-INIC.
           03 WS-TAB-ARQ-V      PIC X(12) OCCURS 89 TIMES.
       77 WS-ARQ-NOME           PIC X(12) VALUE SPACES.
       77 WS-EMP-ITEM           PIC 99 VALUE ZEROS.
      *-----jogo de hoje---------------------------------------------------*
       01 WS-HOJE-AMD           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HOJE-AMD.
           03 WS-HOJE-AM        PIC 9(06).
           03 FILLER            PIC 99.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZEROS.
       77 WS-GER                PIC 99 VALUE ZEROS.
       77 WS-ITEM               PIC 9(03) VALUE ZEROS.
       77 WS-LIDOS              PIC 9(07) VALUE ZEROS.
       77 WS-RELIDOS            PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-COPIADOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-DIVERG        PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-AUSENTE       PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-RECUSA        PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-RESTAURADOS   PIC 9(03) VALUE ZEROS.
      *-----rotacao: geracoes diarias a manter + meses fechados---------*
       77 WS-GERACOES           PIC 99 VALUE 7.
       77 WS-GERACOES-NOVO      PIC 99 VALUE ZEROS.
       77 WS-MESES-GUARDA       PIC 99 VALUE 12.
       77 WS-MESES              PIC 99 VALUE ZEROS.
       77 WS-CONTA              PIC 99 VALUE ZEROS.
       77 WS-QS                 PIC 99 VALUE ZEROS.
       77 WS-SX                 PIC 99 VALUE ZEROS.
       77 WS-SY                 PIC 99 VALUE ZEROS.
       01 WS-TAB-SET.
           03 WS-TAB-SET-OCR OCCURS 99 TIMES.
               05 WS-TS-DATA.
                   07 WS-TS-AM  PIC 9(06).
                   07 WS-TS-DD  PIC 99.
               05 WS-TS-FICA    PIC X.
       01 WS-TAB-GER.
           03 WS-GER-USADA      PIC X OCCURS 99 TIMES.
       77 WS-APAGA-DATA         PIC 9(08) VALUE ZEROS.
      *-----restauracao------------------------------------------------*
       01 WS-REST-DATA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-REST-DATA.
           03 WS-RD-ANO         PIC 9(04).
           03 WS-RD-MES         PIC 99.
           03 WS-RD-DIA         PIC 99.
       77 WS-REST-ARQ           PIC X(12) VALUE SPACES.
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
      *-----data de um jogo p/ a tela (AAAAMMDD -> DD/MM/AAAA)---------*
       01 WS-DATA-AMD           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AMD.
           03 WS-DA-ANO         PIC 9(04).
           03 WS-DA-MES         PIC 99.
           03 WS-DA-DIA         PIC 99.
       01 WS-DATA-TELA.
           03 WS-DT-DIA         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-DT-MES         PIC 99.
           03 FILLER            PIC X VALUE "/".
           03 WS-DT-ANO         PIC 9(04).
       77 WS-SIT-TELA           PIC X(12) VALUE SPACES.
       77 WS-TIPO-TELA          PIC X(07) VALUE SPACES.
      *-----1a linha da area que P-PARA limpa em cada tela--------------*
       77 WS-LIN-INI            PIC 99 VALUE 7.
       77 WS-LIMPA             PIC X(60) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES               PIC 99.
           03 DIA               PIC 99.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(29) VALUE "Copia de Seguranca - geracao ".
           02 GER-TIT          PIC 99.

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 ARQ-DET          PIC X(12).
           02 f pic x(01) value spaces.
           02 IMG-DET          PIC X(12).
           02 f pic x(01) value spaces.
           02 LIDOS-DET        PIC Z(06)9.
           02 f pic x(01) value spaces.
           02 RELIDOS-DET      PIC Z(06)9.
           02 f pic x(02) value spaces.
           02 SIT-DET          PIC X(12).

       01 LINHA-TRACO.
           02 f pic x(60) value ALL "-".

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 70 VALUE "BANCO26" BLINK.
           02 LINE 02 COLUMN 18 VALUE " Copia de Seguranca " BLINK.
           02 LINE 05 COLUMN 04 VALUE "<1> Gerar a Copia do Dia".
           02 LINE 06 COLUMN 04 VALUE "<2> Copias Guardadas".
           02 LINE 07 COLUMN 04 VALUE "<3> Restaurar (Supervisor)".
           02 LINE 08 COLUMN 04 VALUE "<4> Geracoes Diarias a Manter".
           02 LINE 09 COLUMN 04 VALUE "<0> Sair".
           02 LINE 11 COLUMN 04 VALUE "Opcao..............=".

       PROCEDURE DIVISION.

       P03-ABERTURA.
           PERFORM P-LE-SESSAO.
           PERFORM P-DATA.
           OPEN I-O BKCAT.
           IF FS-BKC = "30" OR FS-BKC = "35"
               CLOSE BKCAT
               OPEN OUTPUT BKCAT
               CLOSE BKCAT
               OPEN I-O BKCAT.
           PERFORM P-LE-CONTROLE.

       P01-MENU.
           DISPLAY TELA-MENU.
           ACCEPT (11 25) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF WS-OPCAO = "1"
               PERFORM P-COPIA THRU P-COPIA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "2"
               PERFORM P-LISTA THRU P-LISTA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "3"
               PERFORM P-RESTAURA THRU P-RESTAURA-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "4"
               PERFORM P-GERACOES THRU P-GERACOES-FIM
               GO TO P01-MENU.
           IF WS-OPCAO = "0"
               CLOSE BKCAT
               DISPLAY (01 01) ERASE
               CHAIN "BANCO70.COM".
           GO TO P01-MENU.

      *-----registro de controle (data zero): geracoes a manter--------*
       P-LE-CONTROLE.
           MOVE ZEROS TO BKC-CHAVE.
           READ BKCAT
               INVALID KEY
                   MOVE 7 TO WS-GERACOES
                   PERFORM P-GRAVA-CONTROLE
                   EXIT PARAGRAPH.
           MOVE BKC-GERACOES TO WS-GERACOES.
           IF WS-GERACOES = ZEROS
               MOVE 7 TO WS-GERACOES.

       P-GRAVA-CONTROLE.
           MOVE SPACES TO REG-BKCAT.
           MOVE ZEROS TO BKC-CHAVE.
           MOVE ZEROS TO BKC-GERACAO.
           MOVE ZEROS TO BKC-HORA.
           MOVE WS-OPER-ATUAL TO BKC-OPER-COD.
           MOVE ZEROS TO BKC-ARQ-IDX.
           MOVE ZEROS TO BKC-EMPRESA.
           MOVE ZEROS TO BKC-LIDOS.
           MOVE ZEROS TO BKC-GRAVADOS.
           MOVE ZEROS TO BKC-QTDE-ARQ.
           MOVE ZEROS TO BKC-QTDE-DIVERG.
           MOVE WS-GERACOES TO BKC-GERACOES.
           WRITE REG-BKCAT INVALID KEY
               REWRITE REG-BKCAT.

      *-----------------------------------------------------------*
      * <1> Copia do dia. Jogo ja existente hoje e refeito na      *
      * mesma geracao; senao pega a primeira geracao livre. O      *
      * cabecalho nasce "I" (interrompido) e so vira "C"/"X" no    *
      * fim - copia que caiu no meio fica a vista na lista.        *
      *-----------------------------------------------------------*
       P-COPIA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO26".
           DISPLAY (04 04) "Copia de seguranca de TODOS os arquivos de".
           DISPLAY (05 04) "dados. Outros terminais devem estar fora".
           DISPLAY (06 04) "do sistema. Confirma < S/N >?".
           ACCEPT (06 34) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-COPIA-FIM.
           PERFORM P-DATA.
           MOVE WS-HOJE-AMD TO BKC-DATA.
           MOVE ZEROS TO BKC-ITEM.
           READ BKCAT
               INVALID KEY
                   GO TO P-COPIA-NOVA.
           DISPLAY (08 04) "Ja existe copia de hoje - refaz < S/N >?".
           ACCEPT (08 45) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-COPIA-FIM.
           MOVE BKC-GERACAO TO WS-GER.
           MOVE WS-HOJE-AMD TO WS-APAGA-DATA.
           PERFORM P-APAGA-JOGO THRU P-APAGA-JOGO-FIM.
           GO TO P-COPIA-INICIA.
       P-COPIA-NOVA.
           PERFORM P-ACHA-GERACAO THRU P-ACHA-GERACAO-FIM.
           IF WS-GER = ZEROS
               DISPLAY (22 04) "!! NENHUMA GERACAO LIVRE NO CATALOGO !!"
               ACCEPT WS-P
               GO TO P-COPIA-FIM.
       P-COPIA-INICIA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO26".
           DISPLAY (02 18) " Copia de Seguranca ".
           MOVE SPACES TO REG-BKCAT.
           MOVE WS-HOJE-AMD TO BKC-DATA.
           MOVE ZEROS TO BKC-ITEM.
           MOVE WS-GER TO BKC-GERACAO.
           MOVE "D" TO BKC-TIPO.
           MOVE WS-HORA-AGORA TO BKC-HORA.
           MOVE WS-OPER-ATUAL TO BKC-OPER-COD.
           MOVE ZEROS TO BKC-ARQ-IDX.
           MOVE ZEROS TO BKC-EMPRESA.
           MOVE ZEROS TO BKC-LIDOS.
           MOVE ZEROS TO BKC-GRAVADOS.
           MOVE "I" TO BKC-SITUACAO.
           MOVE ZEROS TO BKC-QTDE-ARQ.
           MOVE ZEROS TO BKC-QTDE-DIVERG.
           MOVE ZEROS TO BKC-GERACOES.
           WRITE REG-BKCAT INVALID KEY
               REWRITE REG-BKCAT.
           OPEN OUTPUT ARQSAID.
           MOVE WS-GER TO GER-TIT.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           WRITE REG-ARQSAID FROM LINHA-CABEC1.
           WRITE REG-ARQSAID FROM LINHA-TITULO.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           MOVE ZEROS TO WS-ITEM.
           MOVE ZEROS TO WS-QTDE-COPIADOS.
           MOVE ZEROS TO WS-QTDE-DIVERG.
           MOVE ZEROS TO WS-QTDE-AUSENTE.
           MOVE 7 TO WS-LIN-INI.
           MOVE 7 TO LIN.
           PERFORM P-COPIA-BCOS THRU P-COPIA-BCOS-FIM.
           MOVE 1 TO WS-IX.
       P-COPIA-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTDE-ARQS
               GO TO P-COPIA-FECHA.
           MOVE WS-TAB-ARQ-V(WS-IX) TO WS-ARQ-NOME.
           MOVE ZEROS TO WS-EMP-ITEM.
           PERFORM P-COPIA-ARQ THRU P-COPIA-ARQ-FIM.
           GO TO P-COPIA-LOOP.
       P-COPIA-FECHA.
           WRITE REG-ARQSAID FROM LINHA-TRACO.
           CLOSE ARQSAID.
           MOVE WS-HOJE-AMD TO BKC-DATA.
           MOVE ZEROS TO BKC-ITEM.
           READ BKCAT
               INVALID KEY
                   GO TO P-COPIA-ROTACAO.
           MOVE WS-QTDE-COPIADOS TO BKC-QTDE-ARQ.
           MOVE WS-QTDE-DIVERG TO BKC-QTDE-DIVERG.
           IF WS-QTDE-DIVERG = ZEROS
               MOVE "C" TO BKC-SITUACAO
           ELSE
               MOVE "X" TO BKC-SITUACAO.
           REWRITE REG-BKCAT.
       P-COPIA-ROTACAO.
           PERFORM P-ROTACIONA THRU P-ROTACIONA-FIM.
           DISPLAY (05 04) WS-LIMPA.
           DISPLAY (19 04) WS-QTDE-COPIADOS " arquivo(s) copiado(s), "
               WS-QTDE-AUSENTE " ausente(s)".
           IF WS-QTDE-DIVERG = ZEROS
               DISPLAY (20 04) "Contagens conferidas - copia completa."
           ELSE
               DISPLAY (20 04) WS-QTDE-DIVERG
                   " arquivo(s) DIVERGENTE(S) - copia NAO confiavel".
           DISPLAY (21 04) "Detalhe em BANCO26.TXT".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-COPIA-FIM.

      *-----o movimento de cada empresa do cadastro (BCO/BCOnn.DAT)----*
       P-COPIA-BCOS.
           OPEN INPUT EMPRESA.
           IF FS-ORIG NOT = "00"
               CLOSE EMPRESA
               MOVE "BCO.DAT" TO WS-ARQ-BCO
               MOVE WS-ARQ-BCO TO WS-ARQ-NOME
               MOVE 1 TO WS-EMP-ITEM
               MOVE 1 TO WS-IX
               PERFORM P-COPIA-ARQ THRU P-COPIA-ARQ-FIM
               GO TO P-COPIA-BCOS-FIM.
           MOVE ZEROS TO EMPRESA-COD.
           START EMPRESA KEY IS NOT LESS THAN EMPRESA-COD
               INVALID KEY
                   GO TO P-COPIA-BCOS-FECHA.
       P-COPIA-BCOS-LER.
           READ EMPRESA NEXT RECORD
               AT END
                   GO TO P-COPIA-BCOS-FECHA.
           PERFORM P-MONTA-ARQ-BCO.
           MOVE WS-ARQ-BCO TO WS-ARQ-NOME.
           MOVE EMPRESA-COD TO WS-EMP-ITEM.
           MOVE 1 TO WS-IX.
           PERFORM P-COPIA-ARQ THRU P-COPIA-ARQ-FIM.
           GO TO P-COPIA-BCOS-LER.
       P-COPIA-BCOS-FECHA.
           CLOSE EMPRESA.
       P-COPIA-BCOS-FIM.

      *-----------------------------------------------------------*
      * Copia o arquivo WS-IX (nome em WS-ARQ-NOME) p/ a imagem    *
      * BKggiii.BAK, rele a imagem e confere a contagem; o item    *
      * vai p/ o catalogo e p/ o BANCO26.TXT. Erro de leitura no   *
      * meio do original tambem deixa o item DIVERGENTE.           *
      *-----------------------------------------------------------*
       P-COPIA-ARQ.
           ADD 1 TO WS-ITEM.
           MOVE WS-GER TO WS-IMG-GER.
           MOVE WS-ITEM TO WS-IMG-ITEM.
           MOVE WS-ARQ-IMG-MONTA TO WS-ARQ-IMG.
           MOVE SPACES TO REG-BKCAT.
           MOVE WS-HOJE-AMD TO BKC-DATA.
           MOVE WS-ITEM TO BKC-ITEM.
           MOVE WS-GER TO BKC-GERACAO.
           MOVE WS-HORA-AGORA TO BKC-HORA.
           MOVE WS-OPER-ATUAL TO BKC-OPER-COD.
           MOVE WS-ARQ-NOME TO BKC-ARQ.
           MOVE WS-ARQ-IMG TO BKC-IMAGEM.
           MOVE WS-IX TO BKC-ARQ-IDX.
           MOVE WS-EMP-ITEM TO BKC-EMPRESA.
           MOVE ZEROS TO BKC-LIDOS.
           MOVE ZEROS TO BKC-GRAVADOS.
           MOVE ZEROS TO BKC-QTDE-ARQ.
           MOVE ZEROS TO BKC-QTDE-DIVERG.
           MOVE ZEROS TO BKC-GERACOES.
           DISPLAY (05 04) WS-LIMPA.
           DISPLAY (05 04) "Copiando " WS-ARQ-NOME " -> " WS-ARQ-IMG.
           MOVE "A" TO WS-OP.
           PERFORM P-EXECUTA THRU P-EXECUTA-FIM.
           IF FS-ORIG NOT = "00"
               MOVE "F" TO WS-OP
               PERFORM P-EXECUTA THRU P-EXECUTA-FIM
               MOVE SPACES TO BKC-IMAGEM
               MOVE "A" TO BKC-SITUACAO
               ADD 1 TO WS-QTDE-AUSENTE
               GO TO P-COPIA-ARQ-GRAVA.
           OPEN OUTPUT IMAGEM.
           MOVE ZEROS TO WS-LIDOS.
           MOVE "N" TO WS-FIM-ORIG.
           MOVE "N" TO WS-ERRO-LEITURA.
       P-COPIA-ARQ-LER.
           MOVE "L" TO WS-OP.
           PERFORM P-EXECUTA THRU P-EXECUTA-FIM.
           IF WS-FIM-ORIG = "S"
               GO TO P-COPIA-ARQ-CONFERE.
           IF FS-ORIG > "09"
               MOVE "S" TO WS-ERRO-LEITURA
               GO TO P-COPIA-ARQ-CONFERE.
           WRITE REG-IMAGEM.
           ADD 1 TO WS-LIDOS.
           GO TO P-COPIA-ARQ-LER.
       P-COPIA-ARQ-CONFERE.
           MOVE "F" TO WS-OP.
           PERFORM P-EXECUTA THRU P-EXECUTA-FIM.
           CLOSE IMAGEM.
           MOVE ZEROS TO WS-RELIDOS.
           OPEN INPUT IMAGEM.
       P-COPIA-ARQ-RELE.
           READ IMAGEM NEXT RECORD
               AT END
                   GO TO P-COPIA-ARQ-RELIDA.
           ADD 1 TO WS-RELIDOS.
           GO TO P-COPIA-ARQ-RELE.
       P-COPIA-ARQ-RELIDA.
           CLOSE IMAGEM.
           MOVE WS-LIDOS TO BKC-LIDOS.
           MOVE WS-RELIDOS TO BKC-GRAVADOS.
           ADD 1 TO WS-QTDE-COPIADOS.
           IF WS-LIDOS = WS-RELIDOS AND WS-ERRO-LEITURA = "N"
               MOVE "V" TO BKC-SITUACAO
           ELSE
               MOVE "D" TO BKC-SITUACAO
               ADD 1 TO WS-QTDE-DIVERG.
       P-COPIA-ARQ-GRAVA.
           WRITE REG-BKCAT INVALID KEY
               REWRITE REG-BKCAT.
           PERFORM P-SIT-TELA.
           MOVE BKC-ARQ TO ARQ-DET.
           MOVE BKC-IMAGEM TO IMG-DET.
           MOVE BKC-LIDOS TO LIDOS-DET.
           MOVE BKC-GRAVADOS TO RELIDOS-DET.
           MOVE WS-SIT-TELA TO SIT-DET.
           WRITE REG-ARQSAID FROM LINHA-DET.
           IF BKC-DIVERGENTE
               DISPLAY (LIN, 02) LINHA-DET
               ADD 1 TO LIN
               IF LIN > 17
                   PERFORM P-PARA.
       P-COPIA-ARQ-FIM.

      *-----primeira geracao (01-99) que nenhum jogo usa----------------*
       P-ACHA-GERACAO.
           MOVE SPACES TO WS-TAB-GER.
           MOVE ZEROS TO WS-GER.
           MOVE ZEROS TO BKC-DATA.
           MOVE 1 TO BKC-ITEM.
           START BKCAT KEY IS NOT LESS THAN BKC-CHAVE
               INVALID KEY
                   GO TO P-ACHA-GERACAO-LIVRE.
       P-ACHA-GERACAO-LER.
           READ BKCAT NEXT RECORD
               AT END
                   GO TO P-ACHA-GERACAO-LIVRE.
           IF BKC-CABECALHO AND BKC-GERACAO NOT = ZEROS
               MOVE "S" TO WS-GER-USADA(BKC-GERACAO).
           GO TO P-ACHA-GERACAO-LER.
       P-ACHA-GERACAO-LIVRE.
           ADD 1 TO WS-GER.
           IF WS-GER > 99
               MOVE ZEROS TO WS-GER
               GO TO P-ACHA-GERACAO-FIM.
           IF WS-GER-USADA(WS-GER) = "S"
               GO TO P-ACHA-GERACAO-LIVRE.
       P-ACHA-GERACAO-FIM.

      *-----------------------------------------------------------*
      * Rotacao: carrega os jogos em ordem de data; os N mais      *
      * novos ficam como diarios; dos mais velhos fica so o ultimo *
      * de cada mes ja fechado (ate WS-MESES-GUARDA meses), que    *
      * passa a "M". O resto e apagado (imagens e catalogo).       *
      *-----------------------------------------------------------*
       P-ROTACIONA.
           MOVE ZEROS TO WS-QS.
           MOVE ZEROS TO BKC-DATA.
           MOVE 1 TO BKC-ITEM.
           START BKCAT KEY IS NOT LESS THAN BKC-CHAVE
               INVALID KEY
                   GO TO P-ROTACIONA-FIM.
       P-ROTACIONA-CARGA.
           READ BKCAT NEXT RECORD
               AT END
                   GO TO P-ROTACIONA-DIARIAS.
           IF NOT BKC-CABECALHO OR WS-QS NOT < 99
               GO TO P-ROTACIONA-CARGA.
           ADD 1 TO WS-QS.
           MOVE BKC-DATA TO WS-TS-DATA(WS-QS).
           MOVE "N" TO WS-TS-FICA(WS-QS).
           GO TO P-ROTACIONA-CARGA.
       P-ROTACIONA-DIARIAS.
           MOVE WS-QS TO WS-SX.
           MOVE ZEROS TO WS-CONTA.
       P-ROTACIONA-DIARIAS-LOOP.
           IF WS-SX = ZEROS OR WS-CONTA NOT < WS-GERACOES
               GO TO P-ROTACIONA-MESES.
           MOVE "D" TO WS-TS-FICA(WS-SX).
           SUBTRACT 1 FROM WS-SX.
           ADD 1 TO WS-CONTA.
           GO TO P-ROTACIONA-DIARIAS-LOOP.
       P-ROTACIONA-MESES.
           MOVE ZEROS TO WS-MESES.
       P-ROTACIONA-MESES-LOOP.
           IF WS-SX = ZEROS
               GO TO P-ROTACIONA-APLICA.
           COMPUTE WS-SY = WS-SX + 1.
      *     ultimo jogo do mes = o seguinte ja e de outro mes; o mes
      *     corrente ainda nao fechou
           IF WS-TS-AM(WS-SX) NOT = WS-TS-AM(WS-SY)
                   AND WS-TS-AM(WS-SX) NOT = WS-HOJE-AM
                   AND WS-MESES < WS-MESES-GUARDA
               MOVE "M" TO WS-TS-FICA(WS-SX)
               ADD 1 TO WS-MESES.
           SUBTRACT 1 FROM WS-SX.
           GO TO P-ROTACIONA-MESES-LOOP.
       P-ROTACIONA-APLICA.
           MOVE ZEROS TO WS-SX.
       P-ROTACIONA-APLICA-LOOP.
           ADD 1 TO WS-SX.
           IF WS-SX > WS-QS
               GO TO P-ROTACIONA-FIM.
           IF WS-TS-FICA(WS-SX) = "N"
               MOVE WS-TS-DATA(WS-SX) TO WS-APAGA-DATA
               PERFORM P-APAGA-JOGO THRU P-APAGA-JOGO-FIM
               GO TO P-ROTACIONA-APLICA-LOOP.
           IF WS-TS-FICA(WS-SX) = "M"
               MOVE WS-TS-DATA(WS-SX) TO BKC-DATA
               MOVE ZEROS TO BKC-ITEM
               READ BKCAT
                   INVALID KEY
                       GO TO P-ROTACIONA-APLICA-LOOP
               END-READ
               MOVE "M" TO BKC-TIPO
               REWRITE REG-BKCAT.
           GO TO P-ROTACIONA-APLICA-LOOP.
       P-ROTACIONA-FIM.

      *-----esvazia as imagens do jogo WS-APAGA-DATA e tira do---------*
      *-----catalogo o cabecalho e os itens------------------------------*
       P-APAGA-JOGO.
           MOVE WS-APAGA-DATA TO BKC-DATA.
           MOVE ZEROS TO BKC-ITEM.
           START BKCAT KEY IS NOT LESS THAN BKC-CHAVE
               INVALID KEY
                   GO TO P-APAGA-JOGO-FIM.
       P-APAGA-JOGO-LER.
           READ BKCAT NEXT RECORD
               AT END
                   GO TO P-APAGA-JOGO-FIM.
           IF BKC-DATA NOT = WS-APAGA-DATA
               GO TO P-APAGA-JOGO-FIM.
           IF NOT BKC-CABECALHO AND BKC-IMAGEM NOT = SPACES
               MOVE BKC-IMAGEM TO WS-ARQ-IMG
               OPEN OUTPUT IMAGEM
               CLOSE IMAGEM.
           DELETE BKCAT RECORD.
           GO TO P-APAGA-JOGO-LER.
       P-APAGA-JOGO-FIM.

      *-----------------------------------------------------------*
      * <2> Jogos guardados, do mais velho p/ o mais novo; depois  *
      * o detalhe arquivo a arquivo de uma data.                   *
      *-----------------------------------------------------------*
       P-LISTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO26".
           DISPLAY (02 18) " Copias Guardadas ".
           DISPLAY (04 02) "Data       Ger Tipo    Hora   Arqs Div".
           DISPLAY (04 44) "Situacao".
           MOVE 5 TO WS-LIN-INI.
           MOVE 5 TO LIN.
           MOVE ZEROS TO BKC-DATA.
           MOVE 1 TO BKC-ITEM.
           START BKCAT KEY IS NOT LESS THAN BKC-CHAVE
               INVALID KEY
                   GO TO P-LISTA-DETALHE.
       P-LISTA-LER.
           READ BKCAT NEXT RECORD
               AT END
                   GO TO P-LISTA-DETALHE.
           IF NOT BKC-CABECALHO
               GO TO P-LISTA-LER.
           MOVE BKC-DATA TO WS-DATA-AMD.
           PERFORM P-DATA-TELA.
           PERFORM P-SIT-TELA.
           IF BKC-FIM-MES
               MOVE "FIM MES" TO WS-TIPO-TELA
           ELSE
               MOVE "DIARIA " TO WS-TIPO-TELA.
           DISPLAY (LIN, 02) WS-DATA-TELA.
           DISPLAY (LIN, 14) BKC-GERACAO.
           DISPLAY (LIN, 17) WS-TIPO-TELA.
           DISPLAY (LIN, 25) BKC-HORA.
           DISPLAY (LIN, 33) BKC-QTDE-ARQ.
           DISPLAY (LIN, 38) BKC-QTDE-DIVERG.
           DISPLAY (LIN, 44) WS-SIT-TELA.
           ADD 1 TO LIN.
           IF LIN > 19
               PERFORM P-PARA.
           GO TO P-LISTA-LER.
       P-LISTA-DETALHE.
           MOVE ZEROS TO WS-REST-DATA.
           DISPLAY (21 02) "Ver arquivos da data (AAAAMMDD, 0=volta):".
           ACCEPT (21 45) WS-REST-DATA WITH PROMPT AUTO-SKIP.
           IF WS-REST-DATA = ZEROS
               GO TO P-LISTA-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO26".
           MOVE WS-REST-DATA TO WS-DATA-AMD.
           PERFORM P-DATA-TELA.
           DISPLAY (02 04) "Copia de " WS-DATA-TELA.
           DISPLAY (04 02) "Arquivo      Imagem          Lidos".
           DISPLAY (04 39) "Relidos  Situacao".
           MOVE 5 TO WS-LIN-INI.
           MOVE 5 TO LIN.
           MOVE WS-REST-DATA TO BKC-DATA.
           MOVE 1 TO BKC-ITEM.
           START BKCAT KEY IS NOT LESS THAN BKC-CHAVE
               INVALID KEY
                   GO TO P-LISTA-PAUSA.
       P-LISTA-ITENS.
           READ BKCAT NEXT RECORD
               AT END
                   GO TO P-LISTA-PAUSA.
           IF BKC-DATA NOT = WS-REST-DATA
               GO TO P-LISTA-PAUSA.
           PERFORM P-SIT-TELA.
           MOVE BKC-ARQ TO ARQ-DET.
           MOVE BKC-IMAGEM TO IMG-DET.
           MOVE BKC-LIDOS TO LIDOS-DET.
           MOVE BKC-GRAVADOS TO RELIDOS-DET.
           MOVE WS-SIT-TELA TO SIT-DET.
           DISPLAY (LIN, 01) LINHA-DET.
           ADD 1 TO LIN.
           IF LIN > 19
               PERFORM P-PARA.
           GO TO P-LISTA-ITENS.
       P-LISTA-PAUSA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-LISTA-FIM.

      *-----------------------------------------------------------*
      * <3> Restauracao: login de supervisor, data do jogo e um    *
      * arquivo (ou branco = o jogo inteiro). So item conferido    *
      * volta; cada arquivo restaurado vai p/ HIST.DAT com quem    *
      * restaurou e de que copia.                                  *
      *-----------------------------------------------------------*
       P-RESTAURA.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO26".
           DISPLAY (02 18) " Restauracao ".
           PERFORM P-LIBERA-SUPERVISOR THRU P-LIBERA-SUPERVISOR-FIM.
           IF NOT OPER-SUPERVISOR
               GO TO P-RESTAURA-FIM.
           MOVE ZEROS TO WS-REST-DATA.
           DISPLAY (05 04) "Data da copia (AAAAMMDD):".
           ACCEPT (05 31) WS-REST-DATA WITH PROMPT AUTO-SKIP.
           MOVE WS-REST-DATA TO BKC-DATA.
           MOVE ZEROS TO BKC-ITEM.
           IF WS-REST-DATA = ZEROS
               GO TO P-RESTAURA-FIM.
           READ BKCAT
               INVALID KEY
                   DISPLAY (22 04) "!! NAO HA COPIA NESTA DATA !!"
                   ACCEPT WS-P
                   GO TO P-RESTAURA-FIM.
           IF BKC-INTERROMPIDO
               DISPLAY (06 04)
                   "Atencao: esta copia foi interrompida no meio.".
           MOVE SPACES TO WS-REST-ARQ.
           DISPLAY (07 04) "Arquivo (ex. ESTOQUE.DAT), branco = todos:".
           ACCEPT (07 47) WS-REST-ARQ WITH PROMPT.
           DISPLAY (09 04) "Arquivos atuais serao SOBREGRAVADOS pela".
           DISPLAY (10 04) "copia. Confirma < S/N >?".
           ACCEPT (10 29) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-RESTAURA-FIM.
           MOVE ZEROS TO WS-QTDE-RESTAURADOS.
           MOVE 12 TO WS-LIN-INI.
           MOVE 12 TO LIN.
           MOVE WS-REST-DATA TO BKC-DATA.
           MOVE 1 TO BKC-ITEM.
           START BKCAT KEY IS NOT LESS THAN BKC-CHAVE
               INVALID KEY
                   GO TO P-RESTAURA-TOTAL.
       P-RESTAURA-LER.
           READ BKCAT NEXT RECORD
               AT END
                   GO TO P-RESTAURA-TOTAL.
           IF BKC-DATA NOT = WS-REST-DATA
               GO TO P-RESTAURA-TOTAL.
           IF WS-REST-ARQ NOT = SPACES AND BKC-ARQ NOT = WS-REST-ARQ
               GO TO P-RESTAURA-LER.
           IF BKC-AUSENTE
               GO TO P-RESTAURA-LER.
           IF NOT BKC-CONFERIDO
               DISPLAY (LIN, 04) BKC-ARQ
                   " copia divergente - NAO restaurado"
               PERFORM P-RESTAURA-LINHA
               GO TO P-RESTAURA-LER.
           PERFORM P-RESTAURA-ITEM THRU P-RESTAURA-ITEM-FIM.
           GO TO P-RESTAURA-LER.
       P-RESTAURA-TOTAL.
           IF WS-QTDE-RESTAURADOS = ZEROS
               DISPLAY (21 04) "Nenhum arquivo restaurado."
           ELSE
               DISPLAY (21 04) WS-QTDE-RESTAURADOS
                   " arquivo(s) restaurado(s) - registrado em HIST".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT WS-P.
       P-RESTAURA-FIM.

       P-RESTAURA-LINHA.
           ADD 1 TO LIN.
           IF LIN > 19
               PERFORM P-PARA.

      *-----volta um arquivo do catalogo a partir da sua imagem--------*
       P-RESTAURA-ITEM.
           MOVE BKC-ARQ-IDX TO WS-IX.
           IF WS-IX = ZEROS OR WS-IX > WS-QTDE-ARQS
               GO TO P-RESTAURA-ITEM-FIM.
           IF WS-IX = 1
               MOVE BKC-ARQ TO WS-ARQ-BCO.
           IF WS-IX = 2
               MOVE BKC-ARQ TO WS-ARQ-HIST.
           IF WS-IX = 3
               MOVE BKC-ARQ TO WS-ARQ-PGTO.
           IF WS-IX = 4
               MOVE BKC-ARQ TO WS-ARQ-MOVEST.
           IF WS-IX = 5
               MOVE BKC-ARQ TO WS-ARQ-CAIXA.
           MOVE BKC-IMAGEM TO WS-ARQ-IMG.
           OPEN INPUT IMAGEM.
           IF FS-IMG NOT = "00"
               CLOSE IMAGEM
               DISPLAY (LIN, 04) BKC-ARQ " imagem " BKC-IMAGEM
                   " nao encontrada"
               PERFORM P-RESTAURA-LINHA
               GO TO P-RESTAURA-ITEM-FIM.
           MOVE "C" TO WS-OP.
           PERFORM P-EXECUTA THRU P-EXECUTA-FIM.
           IF FS-ORIG NOT = "00"
               CLOSE IMAGEM
               DISPLAY (LIN, 04) BKC-ARQ " nao pode ser regravado"
               PERFORM P-RESTAURA-LINHA
               GO TO P-RESTAURA-ITEM-FIM.
           MOVE ZEROS TO WS-LIDOS.
           MOVE ZEROS TO WS-QTDE-RECUSA.
       P-RESTAURA-ITEM-LER.
           READ IMAGEM NEXT RECORD
               AT END
                   GO TO P-RESTAURA-ITEM-FECHA.
           MOVE "G" TO WS-OP.
           PERFORM P-EXECUTA THRU P-EXECUTA-FIM.
           ADD 1 TO WS-LIDOS.
           GO TO P-RESTAURA-ITEM-LER.
       P-RESTAURA-ITEM-FECHA.
           MOVE "F" TO WS-OP.
           PERFORM P-EXECUTA THRU P-EXECUTA-FIM.
           CLOSE IMAGEM.
           IF WS-LIDOS = BKC-GRAVADOS AND WS-QTDE-RECUSA = ZEROS
               DISPLAY (LIN, 04) BKC-ARQ " restaurado, " WS-LIDOS
                   " registro(s)"
           ELSE
               DISPLAY (LIN, 04) BKC-ARQ " restaurado, " WS-LIDOS
                   " registro(s) ** CONFERIR **".
           PERFORM P-RESTAURA-LINHA.
           PERFORM P-LOGA-RESTAURA.
           ADD 1 TO WS-QTDE-RESTAURADOS.
           MOVE "BCO.DAT" TO WS-ARQ-BCO.
       P-RESTAURA-ITEM-FIM.

      *-----restauracao historiada: quem, qual arquivo, de que copia---*
       P-LOGA-RESTAURA.
           OPEN EXTEND HIST.
           IF FS-ORIG = "30" OR FS-ORIG = "35"
               CLOSE HIST
               OPEN OUTPUT HIST
               CLOSE HIST
               OPEN EXTEND HIST.
           MOVE "BACKUP" TO HIST-NUM-CHE.
           MOVE "R" TO HIST-OPERACAO.
           MOVE DIA TO HIST-DIA-MOV.
           MOVE MES TO HIST-MES-MOV.
           MOVE ANO TO HIST-ANO-MOV.
           MOVE SPACES TO HIST-CONTA-CHE.
           MOVE BKC-ARQ TO HIST-DESCRI-CHE.
           MOVE WS-RD-DIA TO HIST-DIA-CHE.
           MOVE WS-RD-MES TO HIST-MES-CHE.
           MOVE WS-RD-ANO TO HIST-ANO-CHE.
           MOVE ZEROS TO HIST-VALOR-CHE.
           MOVE SPACES TO HIST-OBS-CHE.
           MOVE ZEROS TO HIST-INSCR-CHE.
           MOVE ZEROS TO HIST-RECEBIDO-CHE.
           MOVE ZEROS TO HIST-DATA-CONF.
           MOVE ZEROS TO HIST-VALOR-PAGO.
           MOVE SPACES TO HIST-MEMO-CHE.
           STRING "RESTAURADO DA COPIA " WS-REST-DATA
               DELIMITED BY SIZE INTO HIST-MEMO-CHE.
           MOVE SPACE TO HIST-CANCEL-CHE.
           MOVE SPACES TO HIST-PIX-E2E-CHE.
           MOVE ZEROS TO HIST-VALOR-REVERSAO.
           MOVE WS-LIB-COD TO HIST-OPER-COD.
           MOVE WS-EMPRESA-ATUAL TO HIST-EMPRESA.
           WRITE REG-HIST.
           CLOSE HIST.

      *-----login do supervisor p/ restaurar-----------------------------*
       P-LIBERA-SUPERVISOR.
           MOVE SPACES TO OPER-SITUACAO.
           MOVE ZEROS TO OPER-NIVEL.
           OPEN INPUT OPER.
           IF FS-ORIG NOT = "00"
               CLOSE OPER
               GO TO P-LIBERA-SUPERVISOR-FIM.
           DISPLAY (10 04) "Restauracao exige supervisor.".
           DISPLAY (11 04) "Operador/Senha: ".
           ACCEPT (11 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (12 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   MOVE ZEROS TO OPER-NIVEL
                   CLOSE OPER
                   GO TO P-LIBERA-SUPERVISOR-FIM.
           ACCEPT (11 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (12 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               MOVE ZEROS TO OPER-NIVEL.
           IF NOT OPER-SUPERVISOR
               DISPLAY (12 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P.
           CLOSE OPER.
           DISPLAY (10 04) WS-LIMPA.
           DISPLAY (11 04) WS-LIMPA.
           DISPLAY (12 04) WS-LIMPA.
       P-LIBERA-SUPERVISOR-FIM.

      *-----<4> quantas copias diarias ficam (1 a 60)-------------------*
       P-GERACOES.
           DISPLAY (01 01) ERASE.
           DISPLAY (01 70) "BANCO26".
           DISPLAY (05 04) "Copias diarias mantidas hoje:".
           DISPLAY (05 35) WS-GERACOES.
           DISPLAY (06 04) "Alem delas fica a ultima de cada mes".
           DISPLAY (07 04) "fechado, ate 12 meses.".
           MOVE WS-GERACOES TO WS-GERACOES-NOVO.
           DISPLAY (09 04) "Manter quantas (1 a 60):".
           ACCEPT (09 30) WS-GERACOES-NOVO WITH PROMPT UPDATE AUTO-SKIP.
           IF WS-GERACOES-NOVO = ZEROS OR WS-GERACOES-NOVO > 60
               DISPLAY (22 04) "!! QUANTIDADE INVALIDA !!"
               ACCEPT WS-P
               GO TO P-GERACOES-FIM.
           MOVE WS-GERACOES-NOVO TO WS-GERACOES.
           PERFORM P-GRAVA-CONTROLE.
           DISPLAY (22 04) "Gravado - vale a partir da proxima copia.".
           ACCEPT WS-P.
       P-GERACOES-FIM.

      *-----situacao do item/cabecalho por extenso----------------------*
       P-SIT-TELA.
           MOVE SPACES TO WS-SIT-TELA.
           IF BKC-CONFERIDO
               MOVE "CONFERIDO" TO WS-SIT-TELA.
           IF BKC-DIVERGENTE
               MOVE "DIVERGENTE" TO WS-SIT-TELA.
           IF BKC-AUSENTE
               MOVE "AUSENTE" TO WS-SIT-TELA.
           IF BKC-COMPLETO
               MOVE "COMPLETA" TO WS-SIT-TELA.
           IF BKC-COM-DIVERG
               MOVE "C/DIVERG." TO WS-SIT-TELA.
           IF BKC-INTERROMPIDO
               MOVE "INTERROMPIDA" TO WS-SIT-TELA.

       P-DATA-TELA.
           MOVE WS-DA-DIA TO WS-DT-DIA.
           MOVE WS-DA-MES TO WS-DT-MES.
           MOVE WS-DA-ANO TO WS-DT-ANO.

      *-----monta BCO.DAT (empresa 1) ou BCOnn.DAT---------------------*
       P-MONTA-ARQ-BCO.
           IF EMPRESA-COD = 1
               MOVE "BCO.DAT" TO WS-ARQ-BCO
           ELSE
               MOVE EMPRESA-COD TO WS-ARQ-MONTA-COD
               MOVE WS-ARQ-MONTA TO WS-ARQ-BCO.

       P-PARA.
           DISPLAY (23 04) "< ENTER > Continua".
           ACCEPT (23 25) WS-P WITH AUTO-SKIP.
           DISPLAY (23 04) WS-LIMPA.
           DISPLAY (WS-LIN-INI, 00) ERASE.
           MOVE WS-LIN-INI TO LIN.

       P-DATA.
           ACCEPT WS-DATA-DOS FROM DATE.
           ACCEPT WS-HORA-DOS FROM TIME.
           COMPUTE ANO = 2000 + ANO-DOS.
           MOVE MES-DOS TO MES.
           MOVE DIA-DOS TO DIA.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.
           COMPUTE WS-HOJE-AMD = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-HORA-AGORA =
               WS-HR-HH * 10000 + WS-HR-MM * 100 + WS-HR-SS.

      *-----------------------------------------------------------*
      * Um paragrafo por arquivo: abre p/ leitura (A), le o        *
      * proximo p/ REG-IMAGEM (L), fecha (F), recria vazio (C) ou  *
      * grava de REG-IMAGEM (G) - o resto do programa so conhece   *
      * WS-IX e a imagem. Arquivo novo no sistema = SELECT, FD,    *
      * nome na WS-TAB-ARQ-INIC e um P-ARQ-nn aqui - sempre no     *
      * FIM da tabela: o catalogo guarda a posicao (BKC-ARQ-IDX)   *
      * e a restauracao de jogos antigos depende dela.             *
      *-----------------------------------------------------------*
       P-EXECUTA.
           IF WS-IX = 1
               GO TO P-ARQ-01.
           IF WS-IX = 2
               GO TO P-ARQ-02.
           IF WS-IX = 3
               GO TO P-ARQ-03.
           IF WS-IX = 4
               GO TO P-ARQ-04.
           IF WS-IX = 5
               GO TO P-ARQ-05.
           IF WS-IX = 6
               GO TO P-ARQ-06.
           IF WS-IX = 7
               GO TO P-ARQ-07.
           IF WS-IX = 8
               GO TO P-ARQ-08.
           IF WS-IX = 9
               GO TO P-ARQ-09.
           IF WS-IX = 10
               GO TO P-ARQ-10.
           IF WS-IX = 11
               GO TO P-ARQ-11.
           IF WS-IX = 12
               GO TO P-ARQ-12.
           IF WS-IX = 13
               GO TO P-ARQ-13.
           IF WS-IX = 14
               GO TO P-ARQ-14.
           IF WS-IX = 15
               GO TO P-ARQ-15.
           IF WS-IX = 16
               GO TO P-ARQ-16.
           IF WS-IX = 17
               GO TO P-ARQ-17.
           IF WS-IX = 18
               GO TO P-ARQ-18.
           IF WS-IX = 19
               GO TO P-ARQ-19.
           IF WS-IX = 20
               GO TO P-ARQ-20.
           IF WS-IX = 21
               GO TO P-ARQ-21.
           IF WS-IX = 22
               GO TO P-ARQ-22.
           IF WS-IX = 23
               GO TO P-ARQ-23.
           IF WS-IX = 24
               GO TO P-ARQ-24.
           IF WS-IX = 25
               GO TO P-ARQ-25.
           IF WS-IX = 26
               GO TO P-ARQ-26.
           IF WS-IX = 27
               GO TO P-ARQ-27.
           IF WS-IX = 28
               GO TO P-ARQ-28.
           IF WS-IX = 29
               GO TO P-ARQ-29.
           IF WS-IX = 30
               GO TO P-ARQ-30.
           IF WS-IX = 31
               GO TO P-ARQ-31.
           IF WS-IX = 32
               GO TO P-ARQ-32.
           IF WS-IX = 33
               GO TO P-ARQ-33.
           IF WS-IX = 34
               GO TO P-ARQ-34.
           IF WS-IX = 35
               GO TO P-ARQ-35.
           IF WS-IX = 36
               GO TO P-ARQ-36.
           IF WS-IX = 37
               GO TO P-ARQ-37.
           IF WS-IX = 38
               GO TO P-ARQ-38.
           IF WS-IX = 39
               GO TO P-ARQ-39.
           IF WS-IX = 40
               GO TO P-ARQ-40.
           IF WS-IX = 41
               GO TO P-ARQ-41.
           IF WS-IX = 42
               GO TO P-ARQ-42.
           IF WS-IX = 43
               GO TO P-ARQ-43.
           IF WS-IX = 44
               GO TO P-ARQ-44.
           IF WS-IX = 45
               GO TO P-ARQ-45.
           IF WS-IX = 46
               GO TO P-ARQ-46.
           IF WS-IX = 47
               GO TO P-ARQ-47.
           IF WS-IX = 48
               GO TO P-ARQ-48.
           IF WS-IX = 49
               GO TO P-ARQ-49.
           IF WS-IX = 50
               GO TO P-ARQ-50.
           IF WS-IX = 51
               GO TO P-ARQ-51.
           IF WS-IX = 52
               GO TO P-ARQ-52.
           IF WS-IX = 53
               GO TO P-ARQ-53.
           IF WS-IX = 54
               GO TO P-ARQ-54.
           IF WS-IX = 55
               GO TO P-ARQ-55.
           IF WS-IX = 56
               GO TO P-ARQ-56.
           IF WS-IX = 57
               GO TO P-ARQ-57.
           IF WS-IX = 58
               GO TO P-ARQ-58.
           IF WS-IX = 59
               GO TO P-ARQ-59.
           IF WS-IX = 60
               GO TO P-ARQ-60.
           IF WS-IX = 61
               GO TO P-ARQ-61.
           IF WS-IX = 62
               GO TO P-ARQ-62.
           IF WS-IX = 63
               GO TO P-ARQ-63.
           IF WS-IX = 64
               GO TO P-ARQ-64.
           IF WS-IX = 65
               GO TO P-ARQ-65.
           IF WS-IX = 66
               GO TO P-ARQ-66.
           IF WS-IX = 67
               GO TO P-ARQ-67.
           IF WS-IX = 68
               GO TO P-ARQ-68.
           IF WS-IX = 69
               GO TO P-ARQ-69.
           IF WS-IX = 70
               GO TO P-ARQ-70.
           IF WS-IX = 71
               GO TO P-ARQ-71.
           IF WS-IX = 72
               GO TO P-ARQ-72.
           IF WS-IX = 73
               GO TO P-ARQ-73.
           IF WS-IX = 74
               GO TO P-ARQ-74.
           IF WS-IX = 75
               GO TO P-ARQ-75.
           IF WS-IX = 76
               GO TO P-ARQ-76.
           IF WS-IX = 77
               GO TO P-ARQ-77.
           IF WS-IX = 78
               GO TO P-ARQ-78.
           IF WS-IX = 79
               GO TO P-ARQ-79.
           IF WS-IX = 80
               GO TO P-ARQ-80.
           IF WS-IX = 81
               GO TO P-ARQ-81.
           IF WS-IX = 82
               GO TO P-ARQ-82.
           IF WS-IX = 83
               GO TO P-ARQ-83.
           IF WS-IX = 84
               GO TO P-ARQ-84.
           IF WS-IX = 85
               GO TO P-ARQ-85.
           IF WS-IX = 86
               GO TO P-ARQ-86.
           IF WS-IX = 87
               GO TO P-ARQ-87.
           IF WS-IX = 88
               GO TO P-ARQ-88.
           IF WS-IX = 89
               GO TO P-ARQ-89.
           GO TO P-EXECUTA-FIM.

       P-ARQ-01.
           IF OP-ABRE
               OPEN INPUT BANCO.
           IF OP-LE
               READ BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-BCO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE BANCO.
           IF OP-CRIA
               OPEN OUTPUT BANCO.
           IF OP-GRAVA
               WRITE REG-BCO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-02.
           IF OP-ABRE
               OPEN INPUT HIST.
           IF OP-LE
               READ HIST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-HIST TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE HIST.
           IF OP-CRIA
               OPEN OUTPUT HIST.
           IF OP-GRAVA
               WRITE REG-HIST FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-03.
           IF OP-ABRE
               OPEN INPUT PGTO.
           IF OP-LE
               READ PGTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PGTO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PGTO.
           IF OP-CRIA
               OPEN OUTPUT PGTO.
           IF OP-GRAVA
               WRITE REG-PGTO FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-04.
           IF OP-ABRE
               OPEN INPUT MOVEST.
           IF OP-LE
               READ MOVEST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-MOVEST TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE MOVEST.
           IF OP-CRIA
               OPEN OUTPUT MOVEST.
           IF OP-GRAVA
               WRITE REG-MOVEST FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-05.
           IF OP-ABRE
               OPEN INPUT CAIXA.
           IF OP-LE
               READ CAIXA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CAIXA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CAIXA.
           IF OP-CRIA
               OPEN OUTPUT CAIXA.
           IF OP-GRAVA
               WRITE REG-CAIXA FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-06.
           IF OP-ABRE
               OPEN INPUT EMPRESA.
           IF OP-LE
               READ EMPRESA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-EMPRESA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE EMPRESA.
           IF OP-CRIA
               OPEN OUTPUT EMPRESA.
           IF OP-GRAVA
               WRITE REG-EMPRESA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-07.
           IF OP-ABRE
               OPEN INPUT ESTOQUE.
           IF OP-LE
               READ ESTOQUE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-ESTOQUE TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE ESTOQUE.
           IF OP-CRIA
               OPEN OUTPUT ESTOQUE.
           IF OP-GRAVA
               WRITE REG-ESTOQUE FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-08.
           IF OP-ABRE
               OPEN INPUT RECEBER.
           IF OP-LE
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-RECEBER TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE RECEBER.
           IF OP-CRIA
               OPEN OUTPUT RECEBER.
           IF OP-GRAVA
               WRITE REG-RECEBER FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-09.
           IF OP-ABRE
               OPEN INPUT CARTAO.
           IF OP-LE
               READ CARTAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CARTAO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CARTAO.
           IF OP-CRIA
               OPEN OUTPUT CARTAO.
           IF OP-GRAVA
               WRITE REG-CARTAO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-10.
           IF OP-ABRE
               OPEN INPUT PEDIDO.
           IF OP-LE
               READ PEDIDO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PEDIDO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PEDIDO.
           IF OP-CRIA
               OPEN OUTPUT PEDIDO.
           IF OP-GRAVA
               WRITE REG-PEDIDO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-11.
           IF OP-ABRE
               OPEN INPUT PEDITEM.
           IF OP-LE
               READ PEDITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PEDITEM TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PEDITEM.
           IF OP-CRIA
               OPEN OUTPUT PEDITEM.
           IF OP-GRAVA
               WRITE REG-PEDITEM FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-12.
           IF OP-ABRE
               OPEN INPUT FORN.
           IF OP-LE
               READ FORN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FORN TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FORN.
           IF OP-CRIA
               OPEN OUTPUT FORN.
           IF OP-GRAVA
               WRITE REG-FORN FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-13.
           IF OP-ABRE
               OPEN INPUT CLIENTE.
           IF OP-LE
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CLIENTE TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CLIENTE.
           IF OP-CRIA
               OPEN OUTPUT CLIENTE.
           IF OP-GRAVA
               WRITE REG-CLIENTE FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-14.
           IF OP-ABRE
               OPEN INPUT CTA.
           IF OP-LE
               READ CTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CTA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CTA.
           IF OP-CRIA
               OPEN OUTPUT CTA.
           IF OP-GRAVA
               WRITE REG-CTA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-15.
           IF OP-ABRE
               OPEN INPUT NATUREZA.
           IF OP-LE
               READ NATUREZA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-NATUREZA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE NATUREZA.
           IF OP-CRIA
               OPEN OUTPUT NATUREZA.
           IF OP-GRAVA
               WRITE REG-NATUREZA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-16.
           IF OP-ABRE
               OPEN INPUT OPER.
           IF OP-LE
               READ OPER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-OPER TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE OPER.
           IF OP-CRIA
               OPEN OUTPUT OPER.
           IF OP-GRAVA
               WRITE REG-OPER FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-17.
           IF OP-ABRE
               OPEN INPUT DEPTO.
           IF OP-LE
               READ DEPTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DEPTO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DEPTO.
           IF OP-CRIA
               OPEN OUTPUT DEPTO.
           IF OP-GRAVA
               WRITE REG-DEPTO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-18.
           IF OP-ABRE
               OPEN INPUT LOTEST.
           IF OP-LE
               READ LOTEST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-LOTEST TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE LOTEST.
           IF OP-CRIA
               OPEN OUTPUT LOTEST.
           IF OP-GRAVA
               WRITE REG-LOTEST FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-19.
           IF OP-ABRE
               OPEN INPUT RATEIO.
           IF OP-LE
               READ RATEIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-RATEIO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE RATEIO.
           IF OP-CRIA
               OPEN OUTPUT RATEIO.
           IF OP-GRAVA
               WRITE REG-RATEIO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-20.
           IF OP-ABRE
               OPEN INPUT ADIANT.
           IF OP-LE
               READ ADIANT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-ADIANT TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE ADIANT.
           IF OP-CRIA
               OPEN OUTPUT ADIANT.
           IF OP-GRAVA
               WRITE REG-ADIANT FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-21.
           IF OP-ABRE
               OPEN INPUT APLIC.
           IF OP-LE
               READ APLIC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-APLIC TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE APLIC.
           IF OP-CRIA
               OPEN OUTPUT APLIC.
           IF OP-GRAVA
               WRITE REG-APLIC FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-22.
           IF OP-ABRE
               OPEN INPUT BORDERO.
           IF OP-LE
               READ BORDERO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-BORDERO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE BORDERO.
           IF OP-CRIA
               OPEN OUTPUT BORDERO.
           IF OP-GRAVA
               WRITE REG-BORDERO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-23.
           IF OP-ABRE
               OPEN INPUT CONCIL.
           IF OP-LE
               READ CONCIL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CONCIL TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CONCIL.
           IF OP-CRIA
               OPEN OUTPUT CONCIL.
           IF OP-GRAVA
               WRITE REG-CONCIL FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-24.
           IF OP-ABRE
               OPEN INPUT CONTRATO.
           IF OP-LE
               READ CONTRATO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CONTRATO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CONTRATO.
           IF OP-CRIA
               OPEN OUTPUT CONTRATO.
           IF OP-GRAVA
               WRITE REG-CONTRATO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-25.
           IF OP-ABRE
               OPEN INPUT COTACAO.
           IF OP-LE
               READ COTACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-COTACAO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE COTACAO.
           IF OP-CRIA
               OPEN OUTPUT COTACAO.
           IF OP-GRAVA
               WRITE REG-COTACAO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-26.
           IF OP-ABRE
               OPEN INPUT CTBMAP.
           IF OP-LE
               READ CTBMAP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CTBMAP TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CTBMAP.
           IF OP-CRIA
               OPEN OUTPUT CTBMAP.
           IF OP-GRAVA
               WRITE REG-CTBMAP FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-27.
           IF OP-ABRE
               OPEN INPUT CUSTCHEQ.
           IF OP-LE
               READ CUSTCHEQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CUSTCHEQ TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CUSTCHEQ.
           IF OP-CRIA
               OPEN OUTPUT CUSTCHEQ.
           IF OP-GRAVA
               WRITE REG-CUSTCHEQ FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-28.
           IF OP-ABRE
               OPEN INPUT DEBAUTO.
           IF OP-LE
               READ DEBAUTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DEBAUTO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DEBAUTO.
           IF OP-CRIA
               OPEN OUTPUT DEBAUTO.
           IF OP-GRAVA
               WRITE REG-DEBAUTO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-29.
           IF OP-ABRE
               OPEN INPUT DEPCOFRE.
           IF OP-LE
               READ DEPCOFRE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DEPCOFRE TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DEPCOFRE.
           IF OP-CRIA
               OPEN OUTPUT DEPCOFRE.
           IF OP-GRAVA
               WRITE REG-DEPCOFRE FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-30.
           IF OP-ABRE
               OPEN INPUT DEPSANG.
           IF OP-LE
               READ DEPSANG NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DEPSANG TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DEPSANG.
           IF OP-CRIA
               OPEN OUTPUT DEPSANG.
           IF OP-GRAVA
               WRITE REG-DEPSANG FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-31.
           IF OP-ABRE
               OPEN INPUT FERIADO.
           IF OP-LE
               READ FERIADO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FERIADO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FERIADO.
           IF OP-CRIA
               OPEN OUTPUT FERIADO.
           IF OP-GRAVA
               WRITE REG-FERIADO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-32.
           IF OP-ABRE
               OPEN INPUT FILTRO.
           IF OP-LE
               READ FILTRO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FILTRO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FILTRO.
           IF OP-CRIA
               OPEN OUTPUT FILTRO.
           IF OP-GRAVA
               WRITE REG-FILTRO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-33.
           IF OP-ABRE
               OPEN INPUT FUNCION.
           IF OP-LE
               READ FUNCION NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FUNCION TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FUNCION.
           IF OP-CRIA
               OPEN OUTPUT FUNCION.
           IF OP-GRAVA
               WRITE REG-FUNCION FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-34.
           IF OP-ABRE
               OPEN INPUT IMOBIL.
           IF OP-LE
               READ IMOBIL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-IMOBIL TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE IMOBIL.
           IF OP-CRIA
               OPEN OUTPUT IMOBIL.
           IF OP-GRAVA
               WRITE REG-IMOBIL FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-35.
           IF OP-ABRE
               OPEN INPUT PERFIL.
           IF OP-LE
               READ PERFIL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PERFIL TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PERFIL.
           IF OP-CRIA
               OPEN OUTPUT PERFIL.
           IF OP-GRAVA
               WRITE REG-PERFIL FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-36.
           IF OP-ABRE
               OPEN INPUT LANCTB.
           IF OP-LE
               READ LANCTB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-LANCTB TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE LANCTB.
           IF OP-CRIA
               OPEN OUTPUT LANCTB.
           IF OP-GRAVA
               WRITE REG-LANCTB FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-37.
           IF OP-ABRE
               OPEN INPUT MUTUO.
           IF OP-LE
               READ MUTUO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-MUTUO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE MUTUO.
           IF OP-CRIA
               OPEN OUTPUT MUTUO.
           IF OP-GRAVA
               WRITE REG-MUTUO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-38.
           IF OP-ABRE
               OPEN INPUT NFENT.
           IF OP-LE
               READ NFENT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-NFENT TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE NFENT.
           IF OP-CRIA
               OPEN OUTPUT NFENT.
           IF OP-GRAVA
               WRITE REG-NFENT FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-39.
           IF OP-ABRE
               OPEN INPUT ORDPROD.
           IF OP-LE
               READ ORDPROD NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-ORDPROD TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE ORDPROD.
           IF OP-CRIA
               OPEN OUTPUT ORDPROD.
           IF OP-GRAVA
               WRITE REG-ORDPROD FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-40.
           IF OP-ABRE
               OPEN INPUT PARCELA.
           IF OP-LE
               READ PARCELA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PARCELA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PARCELA.
           IF OP-CRIA
               OPEN OUTPUT PARCELA.
           IF OP-GRAVA
               WRITE REG-PARCELA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-41.
           IF OP-ABRE
               OPEN INPUT PDVCARGA.
           IF OP-LE
               READ PDVCARGA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PDVCARGA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PDVCARGA.
           IF OP-CRIA
               OPEN OUTPUT PDVCARGA.
           IF OP-GRAVA
               WRITE REG-PDVCARGA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-42.
           IF OP-ABRE
               OPEN INPUT PERFILAC.
           IF OP-LE
               READ PERFILAC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PERFILAC TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PERFILAC.
           IF OP-CRIA
               OPEN OUTPUT PERFILAC.
           IF OP-GRAVA
               WRITE REG-PERFILAC FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-43.
           IF OP-ABRE
               OPEN INPUT PENDFORN.
           IF OP-LE
               READ PENDFORN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PENDFORN TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PENDFORN.
           IF OP-CRIA
               OPEN OUTPUT PENDFORN.
           IF OP-GRAVA
               WRITE REG-PENDFORN FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-44.
           IF OP-ABRE
               OPEN INPUT PLCONTA.
           IF OP-LE
               READ PLCONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PLCONTA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PLCONTA.
           IF OP-CRIA
               OPEN OUTPUT PLCONTA.
           IF OP-GRAVA
               WRITE REG-PLCONTA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-45.
           IF OP-ABRE
               OPEN INPUT PROMOCAO.
           IF OP-LE
               READ PROMOCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PROMOCAO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PROMOCAO.
           IF OP-CRIA
               OPEN OUTPUT PROMOCAO.
           IF OP-GRAVA
               WRITE REG-PROMOCAO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-46.
           IF OP-ABRE
               OPEN INPUT RECEITA.
           IF OP-LE
               READ RECEITA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-RECEITA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE RECEITA.
           IF OP-CRIA
               OPEN OUTPUT RECEITA.
           IF OP-GRAVA
               WRITE REG-RECEITA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-47.
           IF OP-ABRE
               OPEN INPUT RUNCTL.
           IF OP-LE
               READ RUNCTL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-RUNCTL TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE RUNCTL.
           IF OP-CRIA
               OPEN OUTPUT RUNCTL.
           IF OP-GRAVA
               WRITE REG-RUNCTL FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-48.
           IF OP-ABRE
               OPEN INPUT SIMPLES.
           IF OP-LE
               READ SIMPLES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-SIMPLES TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE SIMPLES.
           IF OP-CRIA
               OPEN OUTPUT SIMPLES.
           IF OP-GRAVA
               WRITE REG-SIMPLES FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-49.
           IF OP-ABRE
               OPEN INPUT TALAO.
           IF OP-LE
               READ TALAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-TALAO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE TALAO.
           IF OP-CRIA
               OPEN OUTPUT TALAO.
           IF OP-GRAVA
               WRITE REG-TALAO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-50.
           IF OP-ABRE
               OPEN INPUT TRANSF.
           IF OP-LE
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-TRANSF TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE TRANSF.
           IF OP-CRIA
               OPEN OUTPUT TRANSF.
           IF OP-GRAVA
               WRITE REG-TRANSF FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-51.
           IF OP-ABRE
               OPEN INPUT TRANSFB.
           IF OP-LE
               READ TRANSFB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-TRANSFB TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE TRANSFB.
           IF OP-CRIA
               OPEN OUTPUT TRANSFB.
           IF OP-GRAVA
               WRITE REG-TRANSFB FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-52.
           IF OP-ABRE
               OPEN INPUT TURNO.
           IF OP-LE
               READ TURNO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-TURNO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE TURNO.
           IF OP-CRIA
               OPEN OUTPUT TURNO.
           IF OP-GRAVA
               WRITE REG-TURNO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-53.
           IF OP-ABRE
               OPEN INPUT VERBA.
           IF OP-LE
               READ VERBA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VERBA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VERBA.
           IF OP-CRIA
               OPEN OUTPUT VERBA.
           IF OP-GRAVA
               WRITE REG-VERBA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-54.
           IF OP-ABRE
               OPEN INPUT GUIAGER.
           IF OP-LE
               READ GUIAGER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-GUIAGER TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE GUIAGER.
           IF OP-CRIA
               OPEN OUTPUT GUIAGER.
           IF OP-GRAVA
               WRITE REG-GUIAGER FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-55.
           IF OP-ABRE
               OPEN INPUT DASGER.
           IF OP-LE
               READ DASGER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DASGER TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DASGER.
           IF OP-CRIA
               OPEN OUTPUT DASGER.
           IF OP-GRAVA
               WRITE REG-DASGER FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-56.
           IF OP-ABRE
               OPEN INPUT CADHIST.
           IF OP-LE
               READ CADHIST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CADHIST TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CADHIST.
           IF OP-CRIA
               OPEN OUTPUT CADHIST.
           IF OP-GRAVA
               WRITE REG-CADHIST FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-57.
           IF OP-ABRE
               OPEN INPUT DEVOL.
           IF OP-LE
               READ DEVOL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DEVOL TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DEVOL.
           IF OP-CRIA
               OPEN OUTPUT DEVOL.
           IF OP-GRAVA
               WRITE REG-DEVOL FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-58.
           IF OP-ABRE
               OPEN INPUT EMITCHQ.
           IF OP-LE
               READ EMITCHQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-EMITCHQ TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE EMITCHQ.
           IF OP-CRIA
               OPEN OUTPUT EMITCHQ.
           IF OP-GRAVA
               WRITE REG-EMITCHQ FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-59.
           IF OP-ABRE
               OPEN INPUT FECHA.
           IF OP-LE
               READ FECHA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FECHA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FECHA.
           IF OP-CRIA
               OPEN OUTPUT FECHA.
           IF OP-GRAVA
               WRITE REG-FECHA FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-60.
           IF OP-ABRE
               OPEN INPUT LOGACESS.
           IF OP-LE
               READ LOGACESS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-LOGACESS TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE LOGACESS.
           IF OP-CRIA
               OPEN OUTPUT LOGACESS.
           IF OP-GRAVA
               WRITE REG-LOGACESS FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-61.
           IF OP-ABRE
               OPEN INPUT PDVDIA.
           IF OP-LE
               READ PDVDIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PDVDIA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PDVDIA.
           IF OP-CRIA
               OPEN OUTPUT PDVDIA.
           IF OP-GRAVA
               WRITE REG-PDVDIA FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-62.
           IF OP-ABRE
               OPEN INPUT PRECOHIS.
           IF OP-LE
               READ PRECOHIS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PRECOHIS TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PRECOHIS.
           IF OP-CRIA
               OPEN OUTPUT PRECOHIS.
           IF OP-GRAVA
               WRITE REG-PRECOHIS FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-63.
           IF OP-ABRE
               OPEN INPUT PREVISAO.
           IF OP-LE
               READ PREVISAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PREVISAO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PREVISAO.
           IF OP-CRIA
               OPEN OUTPUT PREVISAO.
           IF OP-GRAVA
               WRITE REG-PREVISAO FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-64.
           IF OP-ABRE
               OPEN INPUT PRECVEN.
           IF OP-LE
               READ PRECVEN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PRECVEN TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PRECVEN.
           IF OP-CRIA
               OPEN OUTPUT PRECVEN.
           IF OP-GRAVA
               WRITE REG-PRECVEN FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-65.
           IF OP-ABRE
               OPEN INPUT REMCHQ.
           IF OP-LE
               READ REMCHQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-REMCHQ TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE REMCHQ.
           IF OP-CRIA
               OPEN OUTPUT REMCHQ.
           IF OP-GRAVA
               WRITE REG-REMCHQ FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-66.
           IF OP-ABRE
               OPEN INPUT REQINT.
           IF OP-LE
               READ REQINT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-REQINT TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE REQINT.
           IF OP-CRIA
               OPEN OUTPUT REQINT.
           IF OP-GRAVA
               WRITE REG-REQINT FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-67.
           IF OP-ABRE
               OPEN INPUT SANGRIA.
           IF OP-LE
               READ SANGRIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-SANGRIA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE SANGRIA.
           IF OP-CRIA
               OPEN OUTPUT SANGRIA.
           IF OP-GRAVA
               WRITE REG-SANGRIA FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-68.
           IF OP-ABRE
               OPEN INPUT DIAFECH.
           IF OP-LE
               READ DIAFECH NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-DIAFECH TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE DIAFECH.
           IF OP-CRIA
               OPEN OUTPUT DIAFECH.
           IF OP-GRAVA
               WRITE REG-DIAFECH FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-69.
           IF OP-ABRE
               OPEN INPUT TAREFA.
           IF OP-LE
               READ TAREFA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-TAREFA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE TAREFA.
           IF OP-CRIA
               OPEN OUTPUT TAREFA.
           IF OP-GRAVA
               WRITE REG-TAREFA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-70.
           IF OP-ABRE
               OPEN INPUT VERFORN.
           IF OP-LE
               READ VERFORN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VERFORN TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VERFORN.
           IF OP-CRIA
               OPEN OUTPUT VERFORN.
           IF OP-GRAVA
               WRITE REG-VERFORN FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-71.
           IF OP-ABRE
               OPEN INPUT SUSTACAO.
           IF OP-LE
               READ SUSTACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-SUSTACAO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE SUSTACAO.
           IF OP-CRIA
               OPEN OUTPUT SUSTACAO.
           IF OP-GRAVA
               WRITE REG-SUSTACAO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-72.
           IF OP-ABRE
               OPEN INPUT CONTSERV.
           IF OP-LE
               READ CONTSERV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CONTSERV TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CONTSERV.
           IF OP-CRIA
               OPEN OUTPUT CONTSERV.
           IF OP-GRAVA
               WRITE REG-CONTSERV FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-73.
           IF OP-ABRE
               OPEN INPUT INDICE.
           IF OP-LE
               READ INDICE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-INDICE TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE INDICE.
           IF OP-CRIA
               OPEN OUTPUT INDICE.
           IF OP-GRAVA
               WRITE REG-INDICE FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-74.
           IF OP-ABRE
               OPEN INPUT FUNDO.
           IF OP-LE
               READ FUNDO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FUNDO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FUNDO.
           IF OP-CRIA
               OPEN OUTPUT FUNDO.
           IF OP-GRAVA
               WRITE REG-FUNDO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-75.
           IF OP-ABRE
               OPEN INPUT VALEFUN.
           IF OP-LE
               READ VALEFUN NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VALEFUN TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VALEFUN.
           IF OP-CRIA
               OPEN OUTPUT VALEFUN.
           IF OP-GRAVA
               WRITE REG-VALEFUN FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-76.
           IF OP-ABRE
               OPEN INPUT NFITEM.
           IF OP-LE
               READ NFITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-NFITEM TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE NFITEM.
           IF OP-CRIA
               OPEN OUTPUT NFITEM.
           IF OP-GRAVA
               WRITE REG-NFITEM FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-77.
           IF OP-ABRE
               OPEN INPUT XREFPROD.
           IF OP-LE
               READ XREFPROD NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-XREFPROD TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE XREFPROD.
           IF OP-CRIA
               OPEN OUTPUT XREFPROD.
           IF OP-GRAVA
               WRITE REG-XREFPROD FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-78.
           IF OP-ABRE
               OPEN INPUT PDVLOG.
           IF OP-LE
               READ PDVLOG NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-PDVLOG TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE PDVLOG.
           IF OP-CRIA
               OPEN OUTPUT PDVLOG.
           IF OP-GRAVA
               WRITE REG-PDVLOG FROM REG-IMAGEM.
           GO TO P-EXECUTA-FIM.

       P-ARQ-79.
           IF OP-ABRE
               OPEN INPUT FOLHIST.
           IF OP-LE
               READ FOLHIST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-FOLHIST TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE FOLHIST.
           IF OP-CRIA
               OPEN OUTPUT FOLHIST.
           IF OP-GRAVA
               WRITE REG-FOLHIST FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-80.
           IF OP-ABRE
               OPEN INPUT VERBCOMP.
           IF OP-LE
               READ VERBCOMP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VERBCOMP TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VERBCOMP.
           IF OP-CRIA
               OPEN OUTPUT VERBCOMP.
           IF OP-GRAVA
               WRITE REG-VERBCOMP FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-81.
           IF OP-ABRE
               OPEN INPUT ACORDO.
           IF OP-LE
               READ ACORDO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-ACORDO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE ACORDO.
           IF OP-CRIA
               OPEN OUTPUT ACORDO.
           IF OP-GRAVA
               WRITE REG-ACORDO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-82.
           IF OP-ABRE
               OPEN INPUT CONVCOMP.
           IF OP-LE
               READ CONVCOMP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-CONVCOMP TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE CONVCOMP.
           IF OP-CRIA
               OPEN OUTPUT CONVCOMP.
           IF OP-GRAVA
               WRITE REG-CONVCOMP FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-83.
           IF OP-ABRE
               OPEN INPUT QUEBRA.
           IF OP-LE
               READ QUEBRA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-QUEBRA TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE QUEBRA.
           IF OP-CRIA
               OPEN OUTPUT QUEBRA.
           IF OP-GRAVA
               WRITE REG-QUEBRA FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-84.
           IF OP-ABRE
               OPEN INPUT RELARQ.
           IF OP-LE
               READ RELARQ NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-RELARQ TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE RELARQ.
           IF OP-CRIA
               OPEN OUTPUT RELARQ.
           IF OP-GRAVA
               WRITE REG-RELARQ FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-85.
           IF OP-ABRE
               OPEN INPUT VALEPRES.
           IF OP-LE
               READ VALEPRES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VALEPRES TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VALEPRES.
           IF OP-CRIA
               OPEN OUTPUT VALEPRES.
           IF OP-GRAVA
               WRITE REG-VALEPRES FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-86.
           IF OP-ABRE
               OPEN INPUT VALEUSO.
           IF OP-LE
               READ VALEUSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VALEUSO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VALEUSO.
           IF OP-CRIA
               OPEN OUTPUT VALEUSO.
           IF OP-GRAVA
               WRITE REG-VALEUSO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-87.
           IF OP-ABRE
               OPEN INPUT VASTIPO.
           IF OP-LE
               READ VASTIPO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VASTIPO TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VASTIPO.
           IF OP-CRIA
               OPEN OUTPUT VASTIPO.
           IF OP-GRAVA
               WRITE REG-VASTIPO FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-88.
           IF OP-ABRE
               OPEN INPUT VASMOV.
           IF OP-LE
               READ VASMOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-VASMOV TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE VASMOV.
           IF OP-CRIA
               OPEN OUTPUT VASMOV.
           IF OP-GRAVA
               WRITE REG-VASMOV FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.

       P-ARQ-89.
           IF OP-ABRE
               OPEN INPUT ABATIT.
           IF OP-LE
               READ ABATIT NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ORIG
                   NOT AT END
                       MOVE REG-ABATIT TO REG-IMAGEM
               END-READ.
           IF OP-FECHA
               CLOSE ABATIT.
           IF OP-CRIA
               OPEN OUTPUT ABATIT.
           IF OP-GRAVA
               WRITE REG-ABATIT FROM REG-IMAGEM
                   INVALID KEY
                       ADD 1 TO WS-QTDE-RECUSA.
           GO TO P-EXECUTA-FIM.
       P-EXECUTA-FIM.

      *-----------------------------------------------------------*
      * Empresa da sessao: BANCO.COM grava em SESSAO.DAT qual      *
      * empresa foi escolhida na abertura do sistema e qual        *
      * arquivo de movimento (BCO.DAT / BCOnn.DAT) lhe pertence.   *
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
