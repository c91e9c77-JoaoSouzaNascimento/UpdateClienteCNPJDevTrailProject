      *---------------------------------------------------------*
      * ARQUIVOS DA INTERFACE CONTABIL DE MOVIMENTOS DE SALDO   *
      * (DEV62P10).                                             *
      *                                                         *
      * DEVCTBMP - TABELA DE CONTAS, UMA LINHA POR TIPO DE      *
      *   MOVIMENTO DE ALUNO06.CLIENTPJ_MOVSLD ('B' AJUSTE,     *
      *   'F' FUSAO, 'A' ARQUIVAMENTO, 'R' RESTAURACAO, 'X'     *
      *   ESTORNO). AUMENTO DE SALDO DEBITA MAP-CONTA-DEBITO E  *
      *   CREDITA MAP-CONTA-CREDITO; REDUCAO INVERTE AS DUAS.   *
      *   LINHA COM '*' NA PRIMEIRA POSICAO E COMENTARIO.       *
      *   - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES              *
      *                                                         *
      * DEVCTBCT - CONTROLE DA ULTIMA CONTABILIZACAO: DATA E    *
      *   SALDO DE FECHAMENTO (SOMA DE SALDO_CLI) JA LANCADO NO *
      *   RAZAO. E O SALDO DE ABERTURA DA PROXIMA PROVA.        *
      *   - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES              *
      *                                                         *
      * DEVCTBLC - LANCAMENTOS DO DIA PARA O RAZAO GERAL, COM   *
      *   HEADER ('H'), UM DETALHE ('D') POR PERNA DE DEBITO OU *
      *   CREDITO E TRAILER ('T') COM OS TOTAIS E A PROVA.      *
      *   - ARQUIVO SEQUENCIAL - LRECL 120 POSICOES             *
      *---------------------------------------------------------*
      *
       01 MAP-REGISTRO.
            10 MAP-TIPO                PIC X(001)    VALUE SPACE.
            10 MAP-DESCRICAO           PIC X(030)    VALUE SPACE.
            10 MAP-CONTA-DEBITO        PIC X(012)    VALUE SPACE.
            10 MAP-CONTA-CREDITO       PIC X(012)    VALUE SPACE.
            10 FILLER                  PIC X(025)    VALUE SPACE.
      *
       01 CTL-REGISTRO.
            10 CTL-DATA-CONTABIL       PIC 9(008)    VALUE ZEROS.
            10 CTL-SALDO-FECHAMENTO    PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 FILLER                  PIC X(056)    VALUE SPACE.
      *
       01 LCT-HEADER.
            10 LCT-HDR-TIPO            PIC X(001)    VALUE 'H'.
            10 LCT-HDR-SISTEMA         PIC X(008)    VALUE 'CLIENTPJ'.
            10 LCT-HDR-DATA-CONTABIL   PIC 9(008)    VALUE ZEROS.
            10 FILLER                  PIC X(103)    VALUE SPACE.
      *
       01 LCT-DETALHE.
            10 LCT-TIPO                PIC X(001)    VALUE 'D'.
            10 LCT-DATA-CONTABIL       PIC 9(008)    VALUE ZEROS.
            10 LCT-CONTA               PIC X(012)    VALUE SPACE.
            10 LCT-NATUREZA            PIC X(001)    VALUE SPACE.
               88 LCT-DEBITO                         VALUE 'D'.
               88 LCT-CREDITO                        VALUE 'C'.
            10 LCT-VALOR               PIC 9(013)V99 VALUE ZEROS.
      *     TIPO DE MOVIMENTO DE ORIGEM E SENTIDO ('+' AUMENTO DE
      *     SALDO / '-' REDUCAO) - AS DUAS PERNAS DE UM MESMO
      *     LANCAMENTO CARREGAM O MESMO PAR
            10 LCT-TIPO-MOV            PIC X(001)    VALUE SPACE.
            10 LCT-SENTIDO             PIC X(001)    VALUE SPACE.
            10 LCT-HISTORICO           PIC X(030)    VALUE SPACE.
            10 LCT-QTDE-MOV            PIC 9(007)    VALUE ZEROS.
            10 FILLER                  PIC X(044)    VALUE SPACE.
      *
       01 LCT-TRAILER.
            10 LCT-TRL-TIPO            PIC X(001)    VALUE 'T'.
            10 LCT-TRL-QTDE-LANC       PIC 9(007)    VALUE ZEROS.
            10 LCT-TRL-TOTAL-DEBITO    PIC 9(015)V99 VALUE ZEROS.
            10 LCT-TRL-TOTAL-CREDITO   PIC 9(015)V99 VALUE ZEROS.
      *     PROVA - ABERTURA + MOVIMENTO LIQUIDO = FECHAMENTO
            10 LCT-TRL-SALDO-ABERTURA  PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 LCT-TRL-SALDO-FECHAMENTO
                                       PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 FILLER                  PIC X(046)    VALUE SPACE.
      *
