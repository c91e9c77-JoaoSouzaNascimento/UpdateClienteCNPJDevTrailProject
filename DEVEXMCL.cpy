      *---------------------------------------------------------*
      * EXTRATO MENSAL PARA MALA DIRETA (DEV63P10) - UM REGISTRO*
      * 'C' POR CLIENTE COM EMAIL ENTREGAVEL, SEGUIDO DE UM 'M' *
      * POR MOVIMENTO DO MES, NA ORDEM EM QUE OCORRERAM. O      *
      * SISTEMA DE CORREIO MONTA A MENSAGEM A PARTIR DELES.     *
      * EXTRATO QUE NAO CONFERE COM A FOTOGRAFIA DO MES NAO E   *
      * ENVIADO (FICA SO NO RLEXTRAT, PARA CONFERENCIA).        *
      * - ARQUIVO SEQUENCIAL - LRECL 150 POSICOES               *
      *---------------------------------------------------------*
      *
       01 EXM-CLIENTE.
            10 EXM-CLI-TIPO            PIC X(001)    VALUE 'C'.
            10 EXM-CLI-CODIGOCLI       PIC 9(007)    VALUE ZEROS.
            10 EXM-CLI-RAZSOCIAL       PIC X(040)    VALUE SPACE.
            10 EXM-CLI-EMAIL           PIC X(050)    VALUE SPACE.
            10 EXM-CLI-MES-REF         PIC 9(006)    VALUE ZEROS.
            10 EXM-CLI-SALDO-ABERTURA  PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 EXM-CLI-SALDO-FECHAMENTO
                                       PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 EXM-CLI-QTDE-MOVTOS     PIC 9(005)    VALUE ZEROS.
            10 FILLER                  PIC X(009)    VALUE SPACE.
      *
       01 EXM-MOVIMENTO.
            10 EXM-MOV-TIPO            PIC X(001)    VALUE 'M'.
            10 EXM-MOV-CODIGOCLI       PIC 9(007)    VALUE ZEROS.
            10 EXM-MOV-DATA            PIC 9(008)    VALUE ZEROS.
      *     'A' COMPRA, 'B' AJUSTE, 'F' FUSAO, 'X' ESTORNO - OUTRAS
      *     OPERACOES SO APARECEM QUANDO MEXEM NO SALDO
            10 EXM-MOV-OPERACAO        PIC X(001)    VALUE SPACE.
            10 EXM-MOV-DESCRICAO       PIC X(015)    VALUE SPACE.
      *     VALOR DA COMPRA - SO NA OPERACAO 'A'
            10 EXM-MOV-VALOR-COMPRA    PIC S9(011)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 EXM-MOV-VALOR-SALDO     PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 EXM-MOV-SALDO-APOS      PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 FILLER                  PIC X(072)    VALUE SPACE.
      *
