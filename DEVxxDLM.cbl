      *
       01 WS-VALOR-NUM             PIC S9(011)V99 VALUE ZEROS.
      *
      * PARAMETROS LIDOS DO SYSIN - CODIGO DE ORIGEM DO PARCEIRO
      * GRAVADO NO HEADER E SEQUENCIA DA GERACAO NO DIA (DEFAULT
      * '001'). SEM ORIGEM INFORMADA O HEADER SAI SEM IDENTIFICACAO,
      * COMO ANTES - E O PARCEIRO FICA SEM ARQUIVO DE RETORNO.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-ORIGEM           PIC X(008) VALUE SPACES.
           05 WS-PARM-SEQUENCIA        PIC X(003) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
      *
      * HEADER/TRAILER DO ARQUIVO DE SAIDA, NO MESMO LAYOUT USADO
      * PELO DEV06P10 PARA VALIDAR UM ARQUIVO DADOSCLI.
       01 WS-HDR-SAIDA.
           05 WS-HDR-SAI-TIPO      PIC X(001) VALUE 'H'.
           05 WS-HDR-SAI-QTDE-REGS PIC 9(007) VALUE ZEROS.
      *    IDENTIFICACAO DA GERACAO (ORIGEM + DATA + SEQUENCIA) - E
      *    POR ELA QUE O DEV06P10 RECUSA UMA GERACAO JA CARREGADA E
      *    QUE O DEV56P10 DEVOLVE O RETORNO DA CARGA A ORIGEM.
           05 WS-HDR-SAI-IDENT.
               10 WS-HDR-SAI-ORIGEM    PIC X(008) VALUE SPACES.
               10 WS-HDR-SAI-DATA-GER  PIC 9(008) VALUE ZEROS.
               10 WS-HDR-SAI-SEQUENCIA PIC X(003) VALUE SPACES.
           05 FILLER               PIC X(109) VALUE SPACES.
       01 WS-TRL-SAIDA.
           05 WS-TRL-SAI-TIPO      PIC X(001) VALUE 'T'.
           05 WS-TRL-SAI-QTDE-REGS PIC 9(007) VALUE ZEROS.
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           IF WS-PARM-ORIGEM NOT = SPACES
               MOVE WS-PARM-ORIGEM TO WS-HDR-SAI-ORIGEM
               IF WS-PARM-SEQUENCIA IS NUMERIC
                   MOVE WS-PARM-SEQUENCIA TO WS-HDR-SAI-SEQUENCIA
               ELSE
                   MOVE '001' TO WS-HDR-SAI-SEQUENCIA
               END-IF
               MOVE WS-DATA-PROCESSAMENTO TO WS-HDR-SAI-DATA-GER
           ELSE
               MOVE SPACES TO WS-HDR-SAI-IDENT
           END-IF
      *
           DISPLAY 'DEV43P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV43P10   GERACAO.......................: '
               WS-HDR-SAI-IDENT
      *
           OPEN INPUT ARQ-DELIMITADO
           IF WS-FS-DELIMITADO NOT = '00'
