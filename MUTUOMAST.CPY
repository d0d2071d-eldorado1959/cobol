      ***********************************************************
      *  MUTUOMAST.CPY                                            *
      *  Emprestimos entre empresas do grupo (MUTUO.DAT). Quando  *
      *  o deposito cobre o caixa da loja, o dinheiro sai de uma  *
      *  empresa e entra na outra, e cada uma tem que enxergar o  *
      *  seu lado: a TOMADORA ganha um titulo a pagar no proprio  *
      *  BCOnn.DAT (CONTA-CHE "TITULOS", favorecido "MUTUO" +     *
      *  nome da credora), baixado no BANCO05 como qualquer       *
      *  outro - cada devolucao parcial cai no PGTO.DAT; a        *
      *  CREDORA tem o direito a receber aqui, com saldo = valor  *
      *  do titulo menos o que a tomadora ja devolveu (o          *
      *  RECEBER.DAT e de clientes e nao tem empresa, por isso o  *
      *  lado credor mora neste arquivo). O BANCO96 lanca, lista  *
      *  e cancela; a posicao consolidada (BANCO86) usa este      *
      *  arquivo p/ eliminar a divida interna do total do grupo.  *
      ***********************************************************
       FD MUTUO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MUTUO.DAT".
       01 REG-MUTUO.
           03 MUT-NUM          PIC 9(06).
      *    Empresa que empresta (credora) e que recebe (tomadora).
           03 MUT-EMP-CRED     PIC 99.
           03 MUT-EMP-DEV      PIC 99.
      *    Data do emprestimo e vencimento combinado, DDMMAAAA.
           03 MUT-DATA         PIC 9(08).
           03 MUT-VCTO         PIC 9(08).
           03 MUT-VALOR        PIC 9(09)V99.
      *    Titulo a pagar gerado no BCOnn.DAT da tomadora.
           03 MUT-NUM-CHE-DEV  PIC X(06).
      *    Documento de saida do dinheiro na credora (cheque ou
      *    transferencia no BCOnn.DAT dela) - so referencia,
      *    espacos = nao informado.
           03 MUT-DOC-CRED     PIC X(06).
           03 MUT-HISTORICO    PIC X(30).
           03 MUT-SITUACAO     PIC X(01).
           88 MUT-ABERTO              VALUE "A".
           88 MUT-QUITADO             VALUE "Q".
           88 MUT-CANCELADO           VALUE "C".
      *    Data em que o titulo da tomadora fechou, DDMMAAAA.
           03 MUT-DATA-QUIT    PIC 9(08).
           03 MUT-OPER-COD     PIC 99.
