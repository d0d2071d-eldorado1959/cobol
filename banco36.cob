                  RECORD KEY   IS EMPRESA-COD
                  FILE STATUS  IS FS-EMPRESA.

           SELECT DIAFECH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAF-DATA
                  FILE STATUS IS FS-DIAF.
           SELECT OPER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-COD
                  FILE STATUS IS FS-OPER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-SESSAO.
       COPY CAIXAMAST.
       COPY EMPRESA.

       COPY DIAFMAST.

       COPY OPERMAST.

       COPY SESSMAST.

      *-----identidade da estacao (TERMINAL.DAT, local de cada----------*
           VALUE 1 2 3 4 5 6 7 8 9 10 11 12 13 14 15 16 17 18 19
           20 21 22 23 24 25 26 27 28 29 30 31 32 33 34 35 36 37 99. 
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
      *-----dia de loja ja fechado (DIAFECH.DAT / BANCO28): so com----*
      *-----liberacao do supervisor--------------------------------------*
       77 FS-DIAF               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DIAF-AMD           PIC 9(08) VALUE ZEROS.
       77 WS-DIAF-LIBERADO      PIC X VALUE "S".
       77 WS-LIB-COD            PIC 99 VALUE ZEROS.
       77 WS-LIB-SENHA          PIC X(06) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-FORN              PIC X(10) VALUE SPACES.
       77 WS-DINHEIRO          PIC 9(08)V99 VALUE ZEROS.
           02 LINE 05 COLUMN 04 VALUE " Estoque " BLINK.
           02 LINE 05 COLUMN 14 VALUE "- Estoque   R  E  D  E ".
           02 LINE 06 COLUMN 04 VALUE "<1> Cadastro de Produtos".
           02 LINE 06 COLUMN 42 VALUE "<19> Producao Padaria/Acougue".
           02 LINE 07 COLUMN 42 VALUE "<20> Requisicao Uso e Consumo".
           02 LINE 08 COLUMN 42 VALUE "<21> Divergencias NF-e Receb.".
           02 LINE 09 COLUMN 42 VALUE "<22> Verba Compras p/ Secao".
           02 LINE 10 COLUMN 42 VALUE "<23> Rateio Frete/Custo Aquis.".
           02 LINE 11 COLUMN 42 VALUE "<24> Acordos Comerc. Fornec.".
           02 LINE 12 COLUMN 42 VALUE "<25> Vale-Presente".
           02 LINE 13 COLUMN 42 VALUE "<26> Vasilhame".
           02 LINE 07 COLUMN 04 VALUE "<2> Recebimento de Mercadoria".
           02 LINE 08 COLUMN 04 VALUE "<3> Kardex de Produto".
           02 LINE 09 COLUMN 04 VALUE "<4> Inventario Fisico".
           02 LINE 17 COLUMN 04 VALUE "<12> Perdas de Inventario".
           02 LINE 18 COLUMN 04 VALUE "<13> Curva ABC de Produtos".
           02 LINE 19 COLUMN 04 VALUE "<14> Transferencia Empresas".
           02 LINE 20 COLUMN 04 VALUE "<15> Devolucao de Compra".
           02 LINE 21 COLUMN 04 VALUE "<16> Devolucoes do Mes".
           02 LINE 22 COLUMN 04 VALUE "<17> Margem Bruta por Secao".
           02 LINE 23 COLUMN 04 VALUE "<18> Estoque Minimo p/ Giro".

           02 LINE 24 COLUMN 17 VALUE "OPCAO : [  ]".
           02 LINE 24 COLUMN 26 PIC 99 USING WS-OPCAO.
           MOVE WS-JUROS TO JUROS-DET.
           MOVE WS-TOTAL TO TOTAL-DET.

      *     Dia ja assinado no BANCO28: fechamento de novo so com
      *     liberacao do supervisor.
           COMPUTE WS-DIAF-AMD = ANO * 10000 + MES * 100 + DIA.
           PERFORM P-TESTA-DIA-FECHADO THRU P-TESTA-DIA-FECHADO-FIM.
           IF WS-DIAF-LIBERADO NOT = "S"
               DISPLAY (01 01) ERASE
               CLOSE RELATO CAIXA
               CHAIN "BANCO.COM".

           MOVE DIA TO CAIXA-DIA-MOV.
           MOVE MES TO CAIXA-MES-MOV.
           MOVE ANO TO CAIXA-ANO-MOV.
           IF SAN-DIA NOT = DIA OR SAN-MES NOT = MES
               OR SAN-ANO NOT = ANO
               GO TO P-SANGRIA-DO-DIA-LER.
           IF SAN-SAIDA
               ADD SAN-VALOR TO WS-TOT-SANGRIA
           ELSE
               ADD SAN-VALOR TO WS-TOT-SUPRIM.
           ACCEPT WS-P. 
           DISPLAY (23 04) WS-LIMPA.

      *-----------------------------------------------------------*
      * Dia ja fechado (DIAFECH.DAT / BANCO28): movimento datado   *
      * WS-DIAF-AMD (AAAAMMDD) num dia assinado como fechado so    *
      * entra com login de supervisor (OPER-NIVEL 2); recusado,    *
      * WS-DIAF-LIBERADO volta "N". Sem DIAFECH.DAT, tudo livre.   *
      *-----------------------------------------------------------*
       P-TESTA-DIA-FECHADO.
           MOVE "S" TO WS-DIAF-LIBERADO.
           OPEN INPUT DIAFECH.
           IF FS-DIAF NOT = "00"
               CLOSE DIAFECH
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE WS-DIAF-AMD TO DIAF-DATA.
           READ DIAFECH
               INVALID KEY
                   MOVE SPACES TO DIAF-SITUACAO.
           CLOSE DIAFECH.
           IF NOT DIAF-FECHADO
               GO TO P-TESTA-DIA-FECHADO-FIM.
           MOVE "N" TO WS-DIAF-LIBERADO.
           DISPLAY (18 04) "!! DIA JA FECHADO (BANCO28) !!".
           DISPLAY (19 04) "Liberacao do supervisor <S/N>? ".
           ACCEPT (19 36) WS-P WITH PROMPT AUTO-SKIP.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           OPEN INPUT OPER.
           IF FS-OPER NOT = "00"
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (20 04) "Operador/Senha: ".
           ACCEPT (20 21) WS-LIB-COD WITH PROMPT AUTO-SKIP.
           MOVE WS-LIB-COD TO OPER-COD.
           READ OPER
               INVALID KEY
                   DISPLAY (21 04) "!! OPERADOR NAO CADASTRADO !!"
                   ACCEPT WS-P
                   CLOSE OPER
                   GO TO P-TESTA-DIA-FECHADO-LIMPA.
           ACCEPT (20 25) WS-LIB-SENHA WITH PROMPT.
           IF WS-LIB-SENHA NOT = OPER-SENHA
               DISPLAY (21 04) "!! SENHA INVALIDA !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           IF NOT OPER-SUPERVISOR
               DISPLAY (21 04) "!! OPERADOR NAO E SUPERVISOR !!"
               ACCEPT WS-P
               CLOSE OPER
               GO TO P-TESTA-DIA-FECHADO-LIMPA.
           CLOSE OPER.
           MOVE "S" TO WS-DIAF-LIBERADO.
       P-TESTA-DIA-FECHADO-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
       P-TESTA-DIA-FECHADO-FIM.

      *-----------------------------------------------------------*
      * Empresa da sessao (SESSAO.DAT, gravado pelo menu) - p/ o   *
      * rodape do fechamento sair com o CNPJ da empresa certa.     *
