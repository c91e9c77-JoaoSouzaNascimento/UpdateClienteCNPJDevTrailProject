      * ACUSANDO QUALQUER DIVERGENCIA NO MESMO DIA, ANTES QUE UM       *
      * PARCEIRO DOWNSTREAM RECLAME DE ARQUIVO CURTO. RODA LOGO APOS   *
      * OS DOIS EXTRATORES, NO MESMO DIA, CONTRA OS MESMOS ARQUIVOS    *
      * QUE ELES GERARAM. O FEED DE BAIXAS BAIXACLI DO DEV74P10 E      *
      * CONFERIDO DA MESMA FORMA CONTRA AS BAIXAS DE                   *
      * ALUNO06.CLIENTPJ_BAIXA ENVIADAS NO DIA.                        *
      * RETURN CODE 8 = DIVERGENCIA ENCONTRADA.                        *
      *----------------------------------------------------------------*
      *
               FILE STATUS IS WS-FS-EXTRATO.
           SELECT ARQ-CDC ASSIGN TO 'CDCCLI'
               FILE STATUS IS WS-FS-CDC.
           SELECT ARQ-BAIXAS ASSIGN TO 'BAIXACLI'
               FILE STATUS IS WS-FS-BAIXAS.
           SELECT ARQ-RLRECFEE ASSIGN TO 'RLRECFEE'
               FILE STATUS IS WS-FS-RLRECFEE.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV25ALR'
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-CDC                  PIC X(80).
      *
       FD ARQ-BAIXAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-BAIXAS               PIC X(80).
      *
       FD ARQ-RLRECFEE
           RECORDING MODE F
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FS-EXTRATO            PIC XX VALUE SPACES.
       01 WS-FS-CDC                PIC XX VALUE SPACES.
       01 WS-FS-BAIXAS             PIC XX VALUE SPACES.
       01 WS-FS-RLRECFEE           PIC XX VALUE SPACES.
       01 WS-FIM-ARQUIVO           PIC X VALUE 'N'.
      *
           05 WS-QTD-EXTRATO       PIC 9(007) VALUE ZEROS.
           05 WS-QTD-CDC-DIA       PIC 9(007) VALUE ZEROS.
           05 WS-QTD-CDC-TOTAL     PIC 9(007) VALUE ZEROS.
           05 WS-QTD-BAIXAS        PIC 9(007) VALUE ZEROS.
       01 WS-QTD-ATIVOS-HOST       PIC 9(7) VALUE ZEROS.
       01 WS-QTD-MUDADOS-HOST      PIC 9(7) VALUE ZEROS.
       01 WS-QTD-ENVIADOS-HOST     PIC 9(7) VALUE ZEROS.
      *
       01 WS-DIVERGENCIA           PIC X VALUE 'N'.
           88 HOUVE-DIVERGENCIA                VALUE 'S'.
      *
           PERFORM 1000-CONTA-EXTRATO
           PERFORM 2000-CONTA-CDC
           PERFORM 2500-CONTA-BAIXAS
           PERFORM 3000-CONTA-TABELA
      *
           PERFORM 0500-IMPRIME-CABECALHO
               WS-QTD-CDC-DIA
           DISPLAY 'DEV25P10   MUDANCAS DO DIA NA TABELA......: '
               WS-QTD-MUDADOS-HOST
           DISPLAY 'DEV25P10   BAIXACLI NO ARQUIVO............: '
               WS-QTD-BAIXAS
           DISPLAY 'DEV25P10   BAIXAS ENVIADAS NA TABELA......: '
               WS-QTD-ENVIADOS-HOST
           IF HOUVE-DIVERGENCIA
               DISPLAY 'DEV25P10   *** DIVERGENCIA ENCONTRADA ***'
               MOVE 8 TO RETURN-CODE
               END-READ
           END-PERFORM
           CLOSE ARQ-CDC.
      *
       2500-CONTA-BAIXAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ARQ-BAIXAS
           IF WS-FS-BAIXAS NOT = '00'
               DISPLAY 'DEV25P10   ERRO AO ABRIR BAIXACLI - STATUS: '
                   WS-FS-BAIXAS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-RLRECFEE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
               READ ARQ-BAIXAS
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF REG-BAIXAS (1:1) NOT = 'H'
                          AND REG-BAIXAS (1:1) NOT = 'T'
                           ADD 1 TO WS-QTD-BAIXAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-BAIXAS.
      *
       3000-CONTA-TABELA.
           EXEC SQL
               MOVE 12 TO RETURN-CODE
               CLOSE ARQ-RLRECFEE
               GOBACK
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTD-ENVIADOS-HOST
                 FROM ALUNO06.CLIENTPJ_BAIXA
                WHERE SITUACAO_BAIXA = 'E'
                  AND DT_ENVIO = :WS-DATA-PROC-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV25P10   ERRO NA CONTAGEM DE BAIXAS - '
                   'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               CLOSE ARQ-RLRECFEE
               GOBACK
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
               PERFORM 7500-GRAVA-ALERTA
           END-IF
           WRITE REG-RLRECFEE FROM RCF-LINDET1 AFTER ADVANCING 1 LINES
      *
           MOVE 'BAIXACLI X BAIXAS ENVIADAS NO DIA'
               TO RCF-LD1-DESCRICAO
           MOVE WS-QTD-BAIXAS TO RCF-LD1-ARQUIVO
           MOVE WS-QTD-ENVIADOS-HOST TO RCF-LD1-TABELA
           IF WS-QTD-BAIXAS = WS-QTD-ENVIADOS-HOST
               MOVE 'CONFERE' TO RCF-LD1-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO RCF-LD1-SITUACAO
               SET HOUVE-DIVERGENCIA TO TRUE
               MOVE 'BAIXACLI DIVERGE DAS BAIXAS ENVIADAS'
                   TO ALR-MOTIVO
               PERFORM 7500-GRAVA-ALERTA
           END-IF
           WRITE REG-RLRECFEE FROM RCF-LINDET1 AFTER ADVANCING 1 LINES
      *
           IF WS-QTD-CDC-TOTAL NOT = WS-QTD-CDC-DIA
               MOVE SPACES TO RCF-LD2-MENSAGEM
