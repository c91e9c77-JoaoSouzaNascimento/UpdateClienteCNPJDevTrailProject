       01 WS-PARM-ENTRADA.
           05 WS-PARM-FORMATO          PIC X(001) VALUE SPACE.
               88 FORMATO-ANTIGO                   VALUE 'A'.
      *    'S' GERA O ARQUIVO DE NOVO MESMO QUE ESTE PROGRAMA JA
      *    TENHA CONCLUIDO UMA EXECUCAO HOJE (VER 0050-VERIFICA-
      *    REEXECUCAO).
           05 WS-PARM-FORCA-REEXEC     PIC X(001) VALUE SPACE.
               88 FORCA-REEXECUCAO                 VALUE 'S'.
      *
       01 WS-FS-EXTRATO            PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
                                   VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO    PIC 9(8) VALUE ZEROS.
      *
      * EXECUCOES JA CONCLUIDAS HOJE (VER 0050-VERIFICA-REEXECUCAO).
       01 WS-QTD-EXEC-HOST         PIC S9(9) COMP VALUE ZEROS.
      *
      * REGISTRO DESTA EXECUCAO NO RUN-LEDGER DA CADEIA DIARIA
      * (ALUNO06.CLIENTPJ_RUNLOG) - A LINHA E ABERTA NO INICIO
      * (SITUACAO 'I') E FECHADA NO ENCERRAMENTO NORMAL (SITUACAO
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
      *    UMA SEGUNDA EXECUCAO NO MESMO DIA DUPLICARIA O QUE JA FOI
      *    ENTREGUE AOS CONSUMIDORES. SO RODA DE NOVO COM O
      *    PARAMETRO DE REEXECUCAO; RECUSADA, DEIXA O EXTRCLI DESTA
      *    GERACAO VAZIO (SEM HEADER), QUE O DEV46P10 NAO DEIXA SEGUIR,
      *    E TERMINA COM RC 4 PARA NAO DERRUBAR O RESTO DA CADEIA.
           PERFORM 0050-VERIFICA-REEXECUCAO
           IF WS-QTD-EXEC-HOST > 0
               IF FORCA-REEXECUCAO
                   DISPLAY 'DEV15P10   EXTRCLI JA GERADO HOJE - '
                       'REEXECUCAO CONFIRMADA PELO OPERADOR'
               ELSE
                   DISPLAY 'DEV15P10   EXTRCLI JA GERADO HOJE - '
                       'EXECUCAO RECUSADA'
                   DISPLAY 'DEV15P10   INFORME S NO PARAMETRO DE '
                       'REEXECUCAO PARA GERAR DE NOVO'
                   OPEN OUTPUT ARQ-EXTRATO
                   CLOSE ARQ-EXTRATO
                   MOVE 4 TO RETURN-CODE
                   MOVE ZEROS TO WS-RUN-QT-CHAVE
                   PERFORM 9200-REGISTRA-FIM-RUN
                   GOBACK
               END-IF
           END-IF
      *
           DISPLAY 'DEV15P10   INICIO DO PROCESSAMENTO'
           IF FORMATO-ANTIGO
      *
           CLOSE ARQ-EXTRATO
           GOBACK.
      *
      * EXECUCOES DESTE PROGRAMA JA ENCERRADAS HOJE SEM FALHA (RC
      * ABAIXO DE 8) NO RUN-LEDGER. A LINHA DA EXECUCAO CORRENTE AINDA
      * ESTA EM 'I' E NAO ENTRA NA CONTA. UMA FALHA NA LEITURA NAO
      * IMPEDE A EXTRACAO (O LEDGER E ACESSORIO) - SO VAI PARA O SYSOUT.
       0050-VERIFICA-REEXECUCAO.
           MOVE ZEROS TO WS-QTD-EXEC-HOST
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-EXEC-HOST
                 FROM ALUNO06.CLIENTPJ_RUNLOG
                WHERE PROGRAMA_RUN = :WS-RUN-PROGRAMA
                  AND DATA_RUN = :WS-RUN-DATA
                  AND SITUACAO_RUN = 'F'
                  AND RETCODE_RUN < 8
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV15P10   ERRO NA LEITURA DO RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
               MOVE ZEROS TO WS-QTD-EXEC-HOST
           END-IF.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
