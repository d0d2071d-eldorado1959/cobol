      ***********************************************************
      *  TAREFMAST.CPY                                            *
      *  Caixa de tarefas dos operadores (TAREFA.DAT). O trabalho *
      *  pendente nascia espalhado: documento acima do teto       *
      *  esperando liberacao (BANCO48), cheque devolvido          *
      *  (BANCO56), dado bancario de fornecedor esperando o       *
      *  segundo operador (BANCOFS), lote vencendo (MERC08), dia  *
      *  de tesouraria negativo (BANCO79) e transferencia parada  *
      *  em transito (MERC14). Quem cria a pendencia grava aqui   *
      *  uma tarefa com o elo do documento (programa onde ela se  *
      *  resolve + empresa + chave do documento), a data em que   *
      *  nasceu e o prazo; o menu (BANCO) mostra a caixa logo     *
      *  depois do login e o BANCO29 lista e da baixa.            *
      *  Destino: operador e/ou perfil (zero = qualquer um). O    *
      *  supervisor ve tambem as atrasadas da equipe inteira.     *
      *  Baixa "A" = automatica: so o programa de origem resolve, *
      *  quando a pendencia acaba (liberacao, confirmacao,        *
      *  chegada); "M" = manual: o operador da a baixa no BANCO29 *
      *  (o programa de origem tambem pode dar, se a pendencia    *
      *  sumir - lote zerado, projecao sem dia negativo).         *
      ***********************************************************
       FD TAREFA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TAREFA.DAT".
       01 REG-TAREFA.
           03 TAR-CHAVE.
      *    Elo do documento: programa onde se resolve, empresa e
      *    chave do documento la dentro.
               05 TAR-ORIGEM   PIC X(08).
               05 TAR-EMPRESA  PIC 99.
               05 TAR-REF      PIC X(12).
           03 TAR-DESCRI       PIC X(40).
      *    Nasceu em / prazo (AAAAMMDD) - passou do prazo sem
      *    baixa = atrasada.
           03 TAR-DATA         PIC 9(08).
           03 TAR-VENCE        PIC 9(08).
           03 TAR-OPER-ABRIU   PIC 99.
      *    Destino: zero = qualquer operador / qualquer perfil.
           03 TAR-OPER-DEST    PIC 99.
           03 TAR-PERFIL-DEST  PIC 99.
           03 TAR-BAIXA        PIC X(01).
           88 TAR-BAIXA-AUTO          VALUE "A".
           88 TAR-BAIXA-MANUAL        VALUE "M".
           03 TAR-SITUACAO     PIC X(01).
           88 TAR-PENDENTE            VALUE "P".
           88 TAR-RESOLVIDA           VALUE "R".
           03 TAR-RESOLV-DATA  PIC 9(08).
           03 TAR-RESOLV-OPER  PIC 99.
