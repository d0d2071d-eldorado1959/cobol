      ***********************************************************
      *  VERFMAST.CPY                                            *
      *  Verificacao por telefone de dado bancario de fornecedor *
      *  (VERFORN.DAT). O golpe classico e o e-mail falso pedindo *
      *  p/ "atualizar a conta": quando a mudanca de FORN-BANCO/  *
      *  AGENCIA/CONTA/PIX entra em FORN.DAT (segundo operador,   *
      *  BANCOFS opcao 4), grava-se aqui o ANTES e o DEPOIS e o   *
      *  fornecedor fica EM VERIFICACAO: remessa (BANCO42),       *
      *  bordero (BANCO59) e confirmacao (BANCO05) de documento   *
      *  desse favorecido ficam retidos ate um supervisor ligar   *
      *  p/ o fornecedor (telefone ja conhecido, nunca o do       *
      *  pedido) e registrar a confirmacao (BANCOFS opcao 5) -    *
      *  ou a recusa, que devolve os dados antigos. O BANCO31     *
      *  lista as mudancas e a situacao de cada uma.              *
      ***********************************************************
       FD VERFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VERFORN.DAT".
       01 REG-VERFORN.
           03 VF-CHAVE.
               05 VF-FORN-COD  PIC 9(03).
      *        Quando a mudanca entrou em FORN.DAT (AAAAMMDD/HHMMSS).
               05 VF-DATA      PIC 9(08).
               05 VF-HORA      PIC 9(06).
      *    Nome do favorecido - e por ele que os documentos
      *    (DESCRI-CHE) sao ligados ao fornecedor.
           03 VF-FORN-NOME     PIC X(20).
           03 VF-ANT-BANCO     PIC X(10).
           03 VF-ANT-AGENCIA   PIC X(06).
           03 VF-ANT-CONTA     PIC X(12).
           03 VF-ANT-PIX       PIC X(32).
           03 VF-NOVO-BANCO    PIC X(10).
           03 VF-NOVO-AGENCIA  PIC X(06).
           03 VF-NOVO-CONTA    PIC X(12).
           03 VF-NOVO-PIX      PIC X(32).
      *    Quem pediu a mudanca e quem a aplicou (os quatro olhos
      *    do PENDFORN).
           03 VF-OPER-PEDIU    PIC 99.
           03 VF-OPER-APLICOU  PIC 99.
           03 VF-SITUACAO      PIC X(01).
           88 VF-EM-VERIFICACAO       VALUE "P".
           88 VF-VERIFICADA           VALUE "V".
           88 VF-RECUSADA             VALUE "R".
      *    Supervisor que ligou, quando, e com quem falou/telefone.
           03 VF-VERIF-DATA    PIC 9(08).
           03 VF-VERIF-OPER    PIC 99.
           03 VF-CONTATO       PIC X(30).
