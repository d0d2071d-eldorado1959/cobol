      ***********************************************************
      *  EMITMAST.CPY                                             *
      *  Diario de folhas de cheque emitidas (EMITCHQ.DAT). O     *
      *  BANCO18 grava aqui cada folha que sai da impressora:     *
      *  "E" = cheque emitido (conta, folha do talao, valor,      *
      *  favorecido) e "I" = folha inutilizada (impressao errada  *
      *  ou cheque reimpresso em outra folha). O arquivo de       *
      *  custodia/positive pay (BANCO97) le o dia inteiro daqui   *
      *  e manda ao banco o que foi emitido e a sustacao do que   *
      *  foi inutilizado - folha fora da lista o banco recusa.    *
      *  Arquivo sequencial, somente gravacao (EXTEND), como o    *
      *  PGTO.DAT.                                                *
      ***********************************************************
       FD EMITCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMITCHQ.DAT".
       01 REG-EMITCHQ.
           03 EMI-EMPRESA      PIC 99.
      *    Data da impressao, DDMMAAAA.
           03 EMI-DATA.
               05 EMI-DIA      PIC 99.
               05 EMI-MES      PIC 99.
               05 EMI-ANO      PIC 9(04).
           03 EMI-TIPO         PIC X(01).
           88 EMI-EMITIDO             VALUE "E".
           88 EMI-INUTIL              VALUE "I".
           03 EMI-NUM-CHE      PIC X(06).
           03 EMI-CONTA        PIC X(10).
      *    Folha fisica do talao (TALAO.DAT) - 0 = conta sem talao
      *    cadastrado, o banco nao tem como conferir.
           03 EMI-FOLHA        PIC 9(06).
           03 EMI-VALOR        PIC 9(09)V99.
           03 EMI-FAVORECIDO   PIC X(20).
      *    Bom-para do cheque (DIA/MES/ANO-CHE), DDMMAAAA.
           03 EMI-VCTO         PIC 9(08).
           03 EMI-OPER-COD     PIC 99.
