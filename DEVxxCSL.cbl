      * LINHA POR INSTANCIA PARCIAL DO DEV06P10.
       01 WS-STAT-HOST.
           05 WS-QTD-RUNS-HOST         PIC 9(5).
           05 WS-SOMA-LIDOS-HOST       PIC 9(11).
           05 WS-SOMA-ATUAL-HOST       PIC 9(11).
           05 WS-SOMA-DESP-HOST        PIC 9(11).
           05 WS-SOMA-RECON-HOST       PIC S9(11).
           05 WS-SOMA-QT-NOVO-HOST     PIC 9(11).
           05 WS-SOMA-QT-ATUALIZ-HOST  PIC 9(11).
           05 WS-SOMA-QT-INATIV-HOST   PIC 9(11).
           05 WS-SOMA-QT-REATIV-HOST   PIC 9(11).
           05 WS-SOMA-QT-AJUSTE-HOST   PIC 9(11).
       01 WS-RECON-COUNT-HOST      PIC 9(9) VALUE ZEROS.
      *
      * DATA DA CARGA A CONSOLIDAR, LIDA DO SYSIN - QUANDO AUSENTE
      * (ZEROS), USA A DATA DO PROCESSAMENTO. QUANTIDADE DE RELATORIOS
