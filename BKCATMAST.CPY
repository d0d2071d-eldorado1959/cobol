      ***********************************************************
      *  BKCATMAST.CPY                                            *
      *  Catalogo das copias de seguranca de fim de dia           *
      *  (BKCAT.DAT), mantido pelo BANCO26. Cada copia e um       *
      *  "jogo" com a data do dia: item 000 = cabecalho (geracao, *
      *  tipo, totais); itens 001 em diante = um por arquivo      *
      *  copiado, com o nome original, o nome da imagem em disco  *
      *  (BKggiii.BAK: gg = geracao, iii = item) e as contagens   *
      *  lida no original e relida na imagem. Data 00000000 =     *
      *  registro de controle (quantas geracoes diarias manter).  *
      ***********************************************************
       FD BKCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BKCAT.DAT".
       01 REG-BKCAT.
           03 BKC-CHAVE.
               05 BKC-DATA     PIC 9(08).
               05 BKC-ITEM     PIC 9(03).
               88 BKC-CABECALHO        VALUE ZEROS.
      *    Geracao (01-99) - entra no nome das imagens do jogo.
           03 BKC-GERACAO      PIC 99.
      *    Cabecalho: D = diaria, M = guardada como fim de mes.
           03 BKC-TIPO         PIC X(01).
           88 BKC-DIARIA              VALUE "D".
           88 BKC-FIM-MES             VALUE "M".
           03 BKC-HORA         PIC 9(06).
           03 BKC-OPER-COD     PIC 99.
      *    Item: arquivo original, imagem e posicao na tabela de
      *    arquivos do BANCO26 (empresa so p/ os BCOnn.DAT).
           03 BKC-ARQ          PIC X(12).
           03 BKC-IMAGEM       PIC X(12).
           03 BKC-ARQ-IDX      PIC 99.
           03 BKC-EMPRESA      PIC 99.
           03 BKC-LIDOS        PIC 9(07).
           03 BKC-GRAVADOS     PIC 9(07).
      *    Item: V = conferido (lidos = relidos), D = divergente,
      *    A = original ausente. Cabecalho: C = completo, X = com
      *    divergencia, I = interrompido no meio.
           03 BKC-SITUACAO     PIC X(01).
           88 BKC-CONFERIDO           VALUE "V".
           88 BKC-DIVERGENTE          VALUE "D".
           88 BKC-AUSENTE             VALUE "A".
           88 BKC-COMPLETO            VALUE "C".
           88 BKC-COM-DIVERG          VALUE "X".
           88 BKC-INTERROMPIDO        VALUE "I".
      *    So no cabecalho.
           03 BKC-QTDE-ARQ     PIC 9(03).
           03 BKC-QTDE-DIVERG  PIC 9(03).
      *    So no registro de controle (data zero).
           03 BKC-GERACOES     PIC 99.
