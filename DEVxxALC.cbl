      *
      *----------------------------------------------------------------*
      * CONSOLIDADOR DOS ARQUIVOS DE ALERTA DO DIA. OS PROGRAMAS DE    *
      * CONFERENCIA (DEV06P10, DEV25P10, DEV30P10, DEV31P10,           *
      * DEV57P10, DEV62P10, DEV69P10, DEV73P10, DEV82P10, DEV83P10) E  *
      * A CRITICA DE CONGELAMENTO DEV76P10 GRAVAM OCORRENCIAS NO       *
      * LAYOUT COMUM DEVALRCL, CADA UM NO SEU PROPRIO ARQUIVO - ESTE   *
      * PROGRAMA CONCATENA OS ARQUIVOS DO DIA (ALRENT01 A ALRENT11 NA  *
      * JCL, APONTANDO PARA OS DEVnnALR GERADOS) EM UM FEED UNICO      *
      * (ALERTDIA) QUE A FERRAMENTA DE MONITORACAO CONSOME, EM VEZ DE  *
      * GREPAR SYSOUT DE JOB. UM ARQUIVO DE ENTRADA NAO ALOCADO OU     *
      * VAZIO E APENAS AVISADO.                                        *
      * RETURN CODE 4 = NENHUM ALERTA NO DIA.                          *
      *----------------------------------------------------------------*
      *
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA4 ASSIGN TO 'ALRENT04'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA5 ASSIGN TO 'ALRENT05'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA6 ASSIGN TO 'ALRENT06'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA7 ASSIGN TO 'ALRENT07'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA8 ASSIGN TO 'ALRENT08'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA9 ASSIGN TO 'ALRENT09'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA10 ASSIGN TO 'ALRENT10'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-ENTRADA11 ASSIGN TO 'ALRENT11'
               FILE STATUS IS WS-FS-ENTRADA.
           SELECT ARQ-SAIDA ASSIGN TO 'ALERTDIA'
               FILE STATUS IS WS-FS-SAIDA.
      *
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA4             PIC X(80).
      *
       FD ARQ-ENTRADA5
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA5             PIC X(80).
      *
       FD ARQ-ENTRADA6
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA6             PIC X(80).
      *
       FD ARQ-ENTRADA7
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA7             PIC X(80).
      *
       FD ARQ-ENTRADA8
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA8             PIC X(80).
      *
       FD ARQ-ENTRADA9
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA9             PIC X(80).
      *
       FD ARQ-ENTRADA10
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA10            PIC X(80).
      *
       FD ARQ-ENTRADA11
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ENTRADA11            PIC X(80).
      *
       FD ARQ-SAIDA
           RECORDING MODE F
       01 WS-FS-ENTRADA            PIC XX VALUE SPACES.
       01 WS-FS-SAIDA              PIC XX VALUE SPACES.
       01 WS-FIM-ENTRADA           PIC X VALUE 'N'.
       01 WS-IND-ENTRADA           PIC 9(002) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-ALERTAS       PIC 9(007) VALUE ZEROS.
           END-IF
      *
           MOVE 1 TO WS-IND-ENTRADA
           PERFORM UNTIL WS-IND-ENTRADA > 11
               PERFORM 1000-COPIA-ENTRADA
               ADD 1 TO WS-IND-ENTRADA
           END-PERFORM
                   OPEN INPUT ARQ-ENTRADA3
               WHEN 4
                   OPEN INPUT ARQ-ENTRADA4
               WHEN 5
                   OPEN INPUT ARQ-ENTRADA5
               WHEN 6
                   OPEN INPUT ARQ-ENTRADA6
               WHEN 7
                   OPEN INPUT ARQ-ENTRADA7
               WHEN 8
                   OPEN INPUT ARQ-ENTRADA8
               WHEN 9
                   OPEN INPUT ARQ-ENTRADA9
               WHEN 10
                   OPEN INPUT ARQ-ENTRADA10
               WHEN 11
                   OPEN INPUT ARQ-ENTRADA11
           END-EVALUATE
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'DEV51P10   ENTRADA ' WS-IND-ENTRADA
                   CLOSE ARQ-ENTRADA3
               WHEN 4
                   CLOSE ARQ-ENTRADA4
               WHEN 5
                   CLOSE ARQ-ENTRADA5
               WHEN 6
                   CLOSE ARQ-ENTRADA6
               WHEN 7
                   CLOSE ARQ-ENTRADA7
               WHEN 8
                   CLOSE ARQ-ENTRADA8
               WHEN 9
                   CLOSE ARQ-ENTRADA9
               WHEN 10
                   CLOSE ARQ-ENTRADA10
               WHEN 11
                   CLOSE ARQ-ENTRADA11
           END-EVALUATE.
      *
       1100-LE-ENTRADA.
                   READ ARQ-ENTRADA4 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 5
                   READ ARQ-ENTRADA5 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 6
                   READ ARQ-ENTRADA6 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 7
                   READ ARQ-ENTRADA7 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 8
                   READ ARQ-ENTRADA8 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 9
                   READ ARQ-ENTRADA9 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 10
                   READ ARQ-ENTRADA10 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
               WHEN 11
                   READ ARQ-ENTRADA11 INTO ALR-REGISTRO
                       AT END MOVE 'S' TO WS-FIM-ENTRADA
                   END-READ
           END-EVALUATE.
