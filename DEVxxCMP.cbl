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
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
      * PARAMETROS LIDOS DO SYSIN - CODIGO DE ORIGEM GRAVADO NO
      * HEADER (DEFAULT 'FATURAM') E SEQUENCIA DA GERACAO NO DIA
      * (DEFAULT '001' - INFORMAR '002' EM DIANTE NUMA SEGUNDA
      * REMESSA DO FATURAMENTO NO MESMO DIA).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-ORIGEM           PIC X(008) VALUE SPACES.
           05 WS-PARM-SEQUENCIA        PIC X(003) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           IF WS-PARM-ORIGEM = SPACES
               MOVE 'FATURAM' TO WS-HDR-SAI-ORIGEM
           ELSE
               MOVE WS-PARM-ORIGEM TO WS-HDR-SAI-ORIGEM
           END-IF
           IF WS-PARM-SEQUENCIA IS NUMERIC
               MOVE WS-PARM-SEQUENCIA TO WS-HDR-SAI-SEQUENCIA
           ELSE
               MOVE '001' TO WS-HDR-SAI-SEQUENCIA
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO WS-HDR-SAI-DATA-GER
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
           END-STRING
      *
           DISPLAY 'DEV37P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV37P10   GERACAO.......................: '
               WS-HDR-SAI-IDENT
      *
           OPEN INPUT ARQ-COMPRAS
           IF WS-FS-COMPRAS NOT = '00'
