      ***********************************************************
      *  APLICMAST.CPY                                            *
      *  Aplicacoes financeiras (APLIC.DAT). A sobra de caixa ia  *
      *  p/ um CDB ou p/ a aplicacao automatica do banco e sumia  *
      *  do sistema: o BANCO79 mostrava a conta baixa e o BANCO86 *
      *  subestimava o caixa do grupo. Cada aplicacao tem numero  *
      *  proprio (APL-NUM): sequencia 000 = cabecalho com a conta *
      *  de CTA.DAT, a taxa ao mes e a posicao (saldo bruto e     *
      *  rendimento ainda nao tributado); sequencias 001 em       *
      *  diante = movimento (aplicacao, rendimento do mes,        *
      *  resgate com o IR retido). O dinheiro sai e volta para a  *
      *  conta por TRANSFB.DAT (destino 00 na aplicacao, origem   *
      *  00 no resgate liquido), entao razao, conciliacao e       *
      *  tesouraria enxergam as pernas sem mudar nada. Mantido    *
      *  pelo BANCO20; o rendimento entra no DRE (BANCO78) como   *
      *  receita financeira. Datas AAAAMMDD.                      *
      ***********************************************************
       FD APLIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "APLIC.DAT".
       01 REG-APLIC.
           03 APL-CHAVE.
               05 APL-NUM      PIC 9(06).
               05 APL-SEQ      PIC 9(03).
               88 APL-CABECALHO        VALUE ZEROS.
      *    Empresa da sessao que aplicou e conta de onde saiu.
           03 APL-EMPRESA      PIC 99.
           03 APL-CTA          PIC 99.
           03 APL-DESCRICAO    PIC X(20).
      *    Taxa % ao mes (rendimento mensal sobre o saldo bruto).
           03 APL-TAXA         PIC 99V9999.
      *    Cabecalho: data da aplicacao; movimento: data do
      *    lancamento (rendimento = ultimo dia do mes).
           03 APL-DATA         PIC 9(08).
      *    Cabecalho: principal aplicado; movimento: valor bruto.
           03 APL-VALOR        PIC 9(09)V99.
      *    So no cabecalho: saldo bruto, rendimento contido nele
      *    (base do IR no resgate) e ultimo mes rendido AAAAMM.
           03 APL-SALDO        PIC 9(09)V99.
           03 APL-REND-ACUM    PIC 9(09)V99.
           03 APL-ULT-REND     PIC 9(06).
           03 APL-SITUACAO     PIC X(01).
           88 APL-ATIVA               VALUE "A".
           88 APL-ENCERRADA           VALUE "E".
           88 APL-CANCELADA           VALUE "C".
      *    So no movimento.
           03 APL-TIPO         PIC X(01).
           88 APL-MOV-APLICACAO       VALUE "A".
           88 APL-MOV-RENDIMENTO      VALUE "R".
           88 APL-MOV-RESGATE         VALUE "G".
      *    IR retido: no resgate, o do resgate; no cabecalho, o
      *    acumulado da aplicacao.
           03 APL-IR           PIC 9(09)V99.
      *    Perna em TRANSFB.DAT (aplicacao e resgate).
           03 APL-TRB-NUM      PIC 9(06).
           03 APL-OPER-COD     PIC 99.
