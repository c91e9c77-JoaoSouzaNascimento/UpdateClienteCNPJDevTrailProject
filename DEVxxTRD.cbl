       01 WS-STAT-HOST.
           05 WS-DATA-CARGA-HOST       PIC 9(8).
           05 WS-HORA-CARGA-HOST       PIC 9(6).
           05 WS-REG-LIDOS-HOST        PIC 9(9).
           05 WS-REG-ATUAL-HOST        PIC 9(9).
           05 WS-REG-DESP-HOST         PIC 9(9).
           05 WS-QT-NOVO-HOST          PIC 9(9).
           05 WS-QT-ATUALIZ-HOST       PIC 9(9).
           05 WS-QT-INATIV-HOST        PIC 9(9).
           05 WS-QT-REATIV-HOST        PIC 9(9).
           05 WS-QT-AJUSTE-HOST        PIC 9(9).
      *
       01 WS-FS-RLTENDEN           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-EXECUCOES     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LIDOS         PIC 9(011) VALUE ZEROS.
      *
      * PERIODO DO RELATORIO, LIDO DO SYSIN. QUANDO AUSENTE (ZEROS),
      * ASSUME OS ULTIMOS 30 DIAS ATE A DATA DE PROCESSAMENTO.
