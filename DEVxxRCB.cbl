       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV82P10.
      *
      *----------------------------------------------------------------*
      * CONCILIACAO DIARIA DE SALDO_CLI COM O CONTAS A RECEBER EM      *
      * ABERTO DO FATURAMENTO. O FATURAMENTO ENTREGA TODO DIA O        *
      * BILABERT - CODIGO DO CLIENTE, VALOR EM ABERTO E DATA DA        *
      * POSICAO, CLASSIFICADO POR CODIGO - QUE E CONFRONTADO COM       *
      * TODA A CLIENTPJ EM MATCH-MERGE (CURSOR NA ORDEM DE CODIGO):    *
      *   - CLIENTE NOS DOIS LADOS: DIVERGENCIA QUANDO A DIFERENCA     *
      *     SALDO_CLI MENOS ABERTO PASSA DA TOLERANCIA DO SYSIN;       *
      *   - ABERTO SO NO FATURAMENTO (CODIGO SEM CLIENTPJ) COM VALOR   *
      *     DIFERENTE DE ZERO;                                         *
      *   - SALDO SO NA CLIENTPJ (SEM LINHA NO BILABERT) DIFERENTE DE  *
      *     ZERO.                                                      *
      * LINHAS REPETIDAS DE UM CODIGO NO BILABERT SAO SOMADAS; LINHAS  *
      * INVALIDAS SAO LISTADAS E FICAM FORA DA CONCILIACAO. OS TOTAIS  *
      * DOS DOIS LADOS SAO ABERTOS POR SITUACAO NO RLRECEB E A SOMA DE *
      * SALDO_CLI E PROVADA CONTRA O DEV06SLD DO DEV06P10 (AJUSTADO    *
      * PELO DEV21P10). CADA DIVERGENCIA VAI PARA O ARQUIVO DE ALERTAS *
      * DEV82ALR (DEVALRCL) - 'A' POR CLIENTE, 'E' PARA PROVA QUE NAO  *
      * FECHA OU CONCILIACAO INTERROMPIDA.                             *
      * SYSIN: TOLERANCIA 9(7)V99 SEM VIRGULA (ZEROS = 1,00).          *
      * RETURN CODE 4 = BILABERT VAZIO  8 = DIVERGENCIA, LINHA         *
      * REJEITADA OU PROVA NAO FECHADA  12 = ABORT (ERRO DE ARQUIVO OU *
      * DE BANCO, OU BILABERT FORA DE ORDEM).                          *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ABERTOS ASSIGN TO 'BILABERT'
               FILE STATUS IS WS-FS-ABERTOS.
           SELECT ARQ-SALDO-TOTAL ASSIGN TO 'DEV06SLD'
               FILE STATUS IS WS-FS-SALDO-TOTAL.
           SELECT ARQ-RLRECEB ASSIGN TO 'RLRECEB'
               FILE STATUS IS WS-FS-RLRECEB.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV82ALR'
               FILE STATUS IS WS-FS-ALERTAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * CONTAS A RECEBER EM ABERTO DO SISTEMA DE FATURAMENTO - UMA
      * LINHA POR CLIENTE, CLASSIFICADA POR CODIGO, VALOR EM DISPLAY
      * COM SINAL E DUAS CASAS IMPLICITAS (NEGATIVO = CREDITO DO
      * CLIENTE) E A DATA DA POSICAO.
       FD ARQ-ABERTOS
           RECORDING MODE F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-ABERTOS.
           05 ABR-CODIGOCLI            PIC 9(007).
           05 ABR-VALOR                PIC S9(011)V99
                                       SIGN LEADING SEPARATE.
           05 ABR-DATA                 PIC 9(008).
      *
      * PROVA DE SALDO DO DEV06P10 - SOMENTE LEITURA AQUI.
       FD ARQ-SALDO-TOTAL
           RECORDING MODE F
           RECORD CONTAINS 24 CHARACTERS.
       01 REG-SALDO-TOTAL.
           05 SLD-DATA             PIC 9(008).
           05 SLD-TOTAL            PIC S9(013)V99
                                   SIGN LEADING SEPARATE.
      *
       FD ARQ-RLRECEB
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLRECEB              PIC X(132).
      *
      * ARQUIVO DE ALERTAS PARA A MONITORACAO (LAYOUT COMUM
      * DEVALRCL) - GRAVADO SEMPRE; SEM DIVERGENCIA FICA VAZIO.
       FD ARQ-ALERTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVRCBRL.
      *
           COPY DEVALRCL.
      *
      * CLIENTE LIDO DA CLIENTPJ (CURSOR C-CLIENTES).
       01 WS-CLIENTE-HOST.
           05 WS-CLI-CODIGO-HOST       PIC S9(7) COMP-3.
           05 WS-CLI-RAZSOCIAL-HOST    PIC X(40).
           05 WS-CLI-SALDO-HOST        PIC S9(11)V99 COMP-3.
      *
       01 WS-FS-ABERTOS            PIC XX VALUE SPACES.
       01 WS-FS-SALDO-TOTAL        PIC XX VALUE SPACES.
       01 WS-FS-RLRECEB            PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FIM-ABERTOS           PIC X VALUE 'N'.
           88 FIM-ABERTOS                     VALUE 'S'.
       01 WS-REG-VALIDO            PIC X VALUE 'N'.
           88 REG-ABERTO-VALIDO               VALUE 'S'.
       01 WS-TEM-SALDO-TOTAL       PIC X VALUE 'N'.
           88 TEM-SALDO-TOTAL                 VALUE 'S'.
       01 WS-ABORTADO              PIC X VALUE 'N'.
           88 PROCESSAMENTO-ABORTADO          VALUE 'S'.
      *
      * CHAVES DO MATCH-MERGE - 99999999 = LADO ESGOTADO.
       01 WS-CHAVE-FIM             PIC 9(008) VALUE 99999999.
       01 WS-CLI-CHAVE             PIC 9(008) VALUE ZEROS.
       01 WS-ABR-CHAVE             PIC 9(008) VALUE ZEROS.
       01 WS-ABR-VALOR-CODIGO      PIC S9(011)V99 COMP-3 VALUE ZEROS.
      *
      * PROXIMA LINHA VALIDA DO BILABERT (LEITURA ANTECIPADA, PARA
      * SOMAR AS REPETICOES DE UM CODIGO) E ULTIMO CODIGO ACEITO,
      * PARA A CRITICA DE SEQUENCIA.
       01 WS-PROX-CODIGO           PIC 9(008) VALUE ZEROS.
       01 WS-PROX-VALOR            PIC S9(011)V99 COMP-3 VALUE ZEROS.
       01 WS-ULT-CODIGO            PIC 9(008) VALUE ZEROS.
       01 WS-DATA-POSICAO          PIC 9(008) VALUE ZEROS.
      *
       01 WS-DIFERENCA-CLI         PIC S9(011)V99 COMP-3 VALUE ZEROS.
       01 WS-DIFERENCA-ABS         PIC S9(011)V99 COMP-3 VALUE ZEROS.
       01 WS-TOLERANCIA            PIC 9(007)V99 VALUE 1.00.
       01 WS-TOLERANCIA-EDIT       PIC Z,ZZZ,ZZ9.99.
       01 WS-MOTIVO-ERRO           PIC X(022) VALUE SPACES.
       01 WS-MOTIVO-ALERTA         PIC X(040) VALUE SPACES.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(7) VALUE ZEROS.
           05 WS-TOT-REJEITADOS    PIC 9(7) VALUE ZEROS.
           05 WS-TOT-REPETIDOS     PIC 9(7) VALUE ZEROS.
           05 WS-TOT-CODIGOS-ABR   PIC 9(7) VALUE ZEROS.
           05 WS-TOT-CLIENTES      PIC 9(7) VALUE ZEROS.
           05 WS-QTD-DENTRO        PIC 9(7) VALUE ZEROS.
           05 WS-QTD-ACIMA         PIC 9(7) VALUE ZEROS.
           05 WS-QTD-SO-CLIENTPJ   PIC 9(7) VALUE ZEROS.
           05 WS-QTD-SO-ABERTO     PIC 9(7) VALUE ZEROS.
           05 WS-QTD-DIVERGENCIAS  PIC 9(7) VALUE ZEROS.
           05 WS-QTD-ERROS-PROVA   PIC 9(3) VALUE ZEROS.
      *
      * TOTAIS DOS DOIS LADOS. SALDO MENOS ABERTO = DIFERENCAS DENTRO
      * E ACIMA DA TOLERANCIA + SO CLIENTPJ - SO FATURAMENTO.
       01 WS-TOTAIS.
           05 WS-TOT-SALDO         PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-ABERTO        PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DIF-DENTRO    PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DIF-ACIMA     PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-SO-CLIENTPJ   PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-SO-ABERTO     PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SALDO-DEV06SLD    PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-DIFERENCA-TOTAL   PIC S9(015)V99 COMP-3 VALUE ZEROS.
      *
      * PARAMETRO LIDO DO SYSIN - TOLERANCIA POR CLIENTE, EM REAIS
      * COM DUAS CASAS IMPLICITAS (000000100 = 1,00).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-TOLERANCIA       PIC 9(007)V99 VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA.
           05 WS-REL-DATA-AA       PIC 9(004).
           05 WS-REL-DATA-MM       PIC 9(002).
           05 WS-REL-DATA-DD       PIC 9(002).
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
      *
      * REGISTRO DESTA EXECUCAO NO RUN-LEDGER DA CADEIA DIARIA
      * (ALUNO06.CLIENTPJ_RUNLOG) - A LINHA E ABERTA NO INICIO
      * (SITUACAO 'I') E FECHADA NO ENCERRAMENTO NORMAL (SITUACAO
      * 'F', COM RETURN CODE E CONTAGEM-CHAVE). UMA LINHA QUE
      * PERMANECE EM 'I' DENUNCIA UM ABEND OU UMA INTERRUPCAO - E
      * POR ELA QUE O REINICIO DA CADEIA (DEV77P10) SABE QUE ESTE
      * STEP PRECISA RODAR DE NOVO.
       01 WS-RUN-LEDGER.
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV82P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-CLIENTES CURSOR FOR
               SELECT CODIGO_CLI,
                      VALUE(RAZSOCIAL_CLI, ' '),
                      VALUE(SALDO_CLI, 0)
                 FROM ALUNO06.CLIENTPJ
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
           IF WS-PARM-TOLERANCIA IS NUMERIC
              AND WS-PARM-TOLERANCIA > 0
               MOVE WS-PARM-TOLERANCIA TO WS-TOLERANCIA
           END-IF
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-EDIT
      *
           DISPLAY 'DEV82P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV82P10   TOLERANCIA POR CLIENTE.........: '
               WS-TOLERANCIA-EDIT
      *
           OPEN OUTPUT ARQ-RLRECEB
           IF WS-FS-RLRECEB NOT = '00'
               DISPLAY 'DEV82P10   ERRO AO ABRIR RLRECEB - STATUS: '
                   WS-FS-RLRECEB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               DISPLAY 'DEV82P10   ERRO AO ABRIR DEV82ALR - STATUS: '
                   WS-FS-ALERTAS
               CLOSE ARQ-RLRECEB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN INPUT ARQ-ABERTOS
           IF WS-FS-ABERTOS NOT = '00'
               DISPLAY 'DEV82P10   ERRO AO ABRIR BILABERT - STATUS: '
                   WS-FS-ABERTOS
               CLOSE ARQ-RLRECEB ARQ-ALERTAS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0300-LE-SALDO-TOTAL
           PERFORM 0500-IMPRIME-CABECALHO
      *
      *    SEM NENHUMA LINHA VALIDA NO BILABERT NAO HA O QUE CONCILIAR
      *    - CONFRONTAR A CLIENTPJ COM UM ARQUIVO VAZIO SO LISTARIA
      *    TODO SALDO COMO 'SO NA CLIENTPJ'.
           PERFORM 1200-LE-ABERTO
           IF WS-PROX-CODIGO NOT = WS-CHAVE-FIM
               PERFORM 1000-CONCILIA
           END-IF
      *
           PERFORM 7300-IMPRIME-SITUACAO
      *
           DISPLAY 'DEV82P10   DATA DA POSICAO DO FATURAMENTO.: '
               WS-DATA-POSICAO
           DISPLAY 'DEV82P10   LINHAS LIDAS DO BILABERT.......: '
               WS-TOT-LIDOS
           DISPLAY 'DEV82P10   LINHAS REJEITADAS..............: '
               WS-TOT-REJEITADOS
           DISPLAY 'DEV82P10   CLIENTES LIDOS DA CLIENTPJ.....: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV82P10   DIFERENCAS ACIMA DA TOLERANCIA.: '
               WS-QTD-ACIMA
           DISPLAY 'DEV82P10   ABERTO SO NO FATURAMENTO.......: '
               WS-QTD-SO-ABERTO
           DISPLAY 'DEV82P10   SALDO SO NA CLIENTPJ...........: '
               WS-QTD-SO-CLIENTPJ
           DISPLAY 'DEV82P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-QTD-DIVERGENCIAS > 0
                 OR WS-TOT-REJEITADOS > 0
                 OR WS-QTD-ERROS-PROVA > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-ABERTOS ARQ-RLRECEB ARQ-ALERTAS
           MOVE WS-QTD-DIVERGENCIAS TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
       0300-LE-SALDO-TOTAL.
           OPEN INPUT ARQ-SALDO-TOTAL
           IF WS-FS-SALDO-TOTAL NOT = '00'
               DISPLAY 'DEV82P10   DEV06SLD NAO DISPONIVEL - STATUS: '
                   WS-FS-SALDO-TOTAL
               EXIT PARAGRAPH
           END-IF
           READ ARQ-SALDO-TOTAL
               AT END MOVE ZEROS TO SLD-DATA
           END-READ
           CLOSE ARQ-SALDO-TOTAL
           IF SLD-DATA > 0
               MOVE 'S' TO WS-TEM-SALDO-TOTAL
               MOVE SLD-TOTAL TO WS-SALDO-DEV06SLD
           END-IF.
      *
      * MATCH-MERGE DO BILABERT (JA COM A PRIMEIRA LINHA VALIDA LIDA)
      * COM A CLIENTPJ INTEIRA - A CLIENTPJ TODA PASSA PELO CURSOR,
      * PARA QUE A SOMA DE SALDO_CLI POSSA SER PROVADA.
       1000-CONCILIA.
           PERFORM 1100-PROXIMO-ABERTO
      *
           EXEC SQL OPEN C-CLIENTES END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV82P10   ERRO NO OPEN C-CLIENTES - '
                   'SQLCODE: ' SQLCODE
               MOVE 'ERRO NA LEITURA DA CLIENTPJ'
                   TO WS-MOTIVO-ALERTA
               PERFORM 8900-INTERROMPE
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 2100-FETCH-CLIENTE
           PERFORM UNTIL PROCESSAMENTO-ABORTADO
                      OR (WS-CLI-CHAVE = WS-CHAVE-FIM
                          AND WS-ABR-CHAVE = WS-CHAVE-FIM)
               EVALUATE TRUE
                   WHEN WS-CLI-CHAVE = WS-ABR-CHAVE
                       PERFORM 3000-COMPARA-CLIENTE
                       PERFORM 2100-FETCH-CLIENTE
                       PERFORM 1100-PROXIMO-ABERTO
                   WHEN WS-CLI-CHAVE < WS-ABR-CHAVE
                       PERFORM 3100-SO-CLIENTPJ
                       PERFORM 2100-FETCH-CLIENTE
                   WHEN OTHER
                       PERFORM 3200-SO-FATURAMENTO
                       PERFORM 1100-PROXIMO-ABERTO
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE C-CLIENTES END-EXEC
      *
           IF NOT PROCESSAMENTO-ABORTADO
               PERFORM 4000-PROVA-TOTAIS
           END-IF.
      *
      * MONTA O PROXIMO CODIGO DO FATURAMENTO, SOMANDO AS LINHAS
      * REPETIDAS DELE.
       1100-PROXIMO-ABERTO.
           IF WS-PROX-CODIGO = WS-CHAVE-FIM
               MOVE WS-CHAVE-FIM TO WS-ABR-CHAVE
               MOVE ZEROS TO WS-ABR-VALOR-CODIGO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-PROX-CODIGO TO WS-ABR-CHAVE
           MOVE WS-PROX-VALOR TO WS-ABR-VALOR-CODIGO
           ADD 1 TO WS-TOT-CODIGOS-ABR
           PERFORM 1200-LE-ABERTO
           PERFORM UNTIL WS-PROX-CODIGO NOT = WS-ABR-CHAVE
               ADD WS-PROX-VALOR TO WS-ABR-VALOR-CODIGO
               ADD 1 TO WS-TOT-REPETIDOS
               PERFORM 1200-LE-ABERTO
           END-PERFORM
           ADD WS-ABR-VALOR-CODIGO TO WS-TOT-ABERTO.
      *
      * LE A PROXIMA LINHA VALIDA DO BILABERT PARA WS-PROX-CODIGO /
      * WS-PROX-VALOR (99999999 NO FIM). LINHA FORA DE ORDEM
      * INTERROMPE A CONCILIACAO - O MATCH-MERGE DEPENDE DA
      * CLASSIFICACAO FEITA PELO FATURAMENTO.
       1200-LE-ABERTO.
           MOVE 'N' TO WS-REG-VALIDO
           PERFORM UNTIL REG-ABERTO-VALIDO OR FIM-ABERTOS
               READ ARQ-ABERTOS
                   AT END
                       MOVE 'S' TO WS-FIM-ABERTOS
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       PERFORM 1300-VALIDA-ABERTO
               END-READ
           END-PERFORM
      *
           IF NOT REG-ABERTO-VALIDO
               MOVE WS-CHAVE-FIM TO WS-PROX-CODIGO
               MOVE ZEROS TO WS-PROX-VALOR
               EXIT PARAGRAPH
           END-IF
      *
           IF ABR-CODIGOCLI < WS-ULT-CODIGO
               DISPLAY 'DEV82P10   BILABERT FORA DE ORDEM NA LINHA '
                   WS-TOT-LIDOS ' - CODIGO ' ABR-CODIGOCLI
               MOVE 'BILABERT FORA DE ORDEM DE CODIGO'
                   TO WS-MOTIVO-ALERTA
               PERFORM 8900-INTERROMPE
               MOVE 'S' TO WS-FIM-ABERTOS
               MOVE WS-CHAVE-FIM TO WS-PROX-CODIGO
               MOVE ZEROS TO WS-PROX-VALOR
               EXIT PARAGRAPH
           END-IF
      *
           MOVE ABR-CODIGOCLI TO WS-ULT-CODIGO WS-PROX-CODIGO
           MOVE ABR-VALOR TO WS-PROX-VALOR.
      *
      * A DATA DA POSICAO E A DA PRIMEIRA LINHA VALIDA - LINHA DE
      * OUTRA POSICAO NO MESMO ARQUIVO E REJEITADA.
       1300-VALIDA-ABERTO.
           MOVE SPACES TO WS-MOTIVO-ERRO
           EVALUATE TRUE
               WHEN ABR-CODIGOCLI IS NOT NUMERIC
                   MOVE 'CODIGO NAO NUMERICO' TO WS-MOTIVO-ERRO
               WHEN ABR-CODIGOCLI = 0
                   MOVE 'CODIGO ZERADO' TO WS-MOTIVO-ERRO
               WHEN ABR-VALOR IS NOT NUMERIC
                   MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO-ERRO
               WHEN ABR-DATA IS NOT NUMERIC
                   MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO-ERRO
               WHEN WS-DATA-POSICAO > 0
                AND ABR-DATA NOT = WS-DATA-POSICAO
                   MOVE 'OUTRA DATA DE POSICAO' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADA
           ELSE
               MOVE 'S' TO WS-REG-VALIDO
               IF WS-DATA-POSICAO = 0
                   MOVE ABR-DATA TO WS-DATA-POSICAO
               END-IF
           END-IF.
      *
       2100-FETCH-CLIENTE.
           EXEC SQL
               FETCH C-CLIENTES
                 INTO :WS-CLI-CODIGO-HOST, :WS-CLI-RAZSOCIAL-HOST,
                      :WS-CLI-SALDO-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-CLI-CODIGO-HOST TO WS-CLI-CHAVE
                   ADD 1 TO WS-TOT-CLIENTES
                   ADD WS-CLI-SALDO-HOST TO WS-TOT-SALDO
               WHEN 100
                   MOVE WS-CHAVE-FIM TO WS-CLI-CHAVE
               WHEN OTHER
                   DISPLAY 'DEV82P10   ERRO NO FETCH C-CLIENTES - '
                       'SQLCODE: ' SQLCODE
                   MOVE WS-CHAVE-FIM TO WS-CLI-CHAVE
                   MOVE 'ERRO NA LEITURA DA CLIENTPJ'
                       TO WS-MOTIVO-ALERTA
                   PERFORM 8900-INTERROMPE
           END-EVALUATE.
      *
       3000-COMPARA-CLIENTE.
           COMPUTE WS-DIFERENCA-CLI =
               WS-CLI-SALDO-HOST - WS-ABR-VALOR-CODIGO
           IF WS-DIFERENCA-CLI < 0
               COMPUTE WS-DIFERENCA-ABS = 0 - WS-DIFERENCA-CLI
           ELSE
               MOVE WS-DIFERENCA-CLI TO WS-DIFERENCA-ABS
           END-IF
      *
           IF WS-DIFERENCA-ABS NOT > WS-TOLERANCIA
               ADD 1 TO WS-QTD-DENTRO
               ADD WS-DIFERENCA-CLI TO WS-TOT-DIF-DENTRO
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-QTD-ACIMA
           ADD WS-DIFERENCA-CLI TO WS-TOT-DIF-ACIMA
           MOVE WS-CLI-CHAVE TO RCB-LD1-CODIGOCLI
           MOVE WS-CLI-RAZSOCIAL-HOST TO RCB-LD1-RAZSOCIAL
           MOVE WS-CLI-SALDO-HOST TO RCB-LD1-SALDO
           MOVE WS-ABR-VALOR-CODIGO TO RCB-LD1-ABERTO
           MOVE WS-DIFERENCA-CLI TO RCB-LD1-DIFERENCA
           MOVE 'ACIMA DA TOLERANCIA' TO RCB-LD1-SITUACAO
           MOVE 'SALDO DIVERGE DO ABERTO NO FATURAMENTO'
               TO WS-MOTIVO-ALERTA
           PERFORM 3900-REGISTRA-DIVERGENCIA.
      *
      * CLIENTE SEM LINHA NO BILABERT - SO E DIVERGENCIA COM SALDO.
       3100-SO-CLIENTPJ.
           IF WS-CLI-SALDO-HOST = 0
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-QTD-SO-CLIENTPJ
           ADD WS-CLI-SALDO-HOST TO WS-TOT-SO-CLIENTPJ
           MOVE WS-CLI-CHAVE TO RCB-LD1-CODIGOCLI
           MOVE WS-CLI-RAZSOCIAL-HOST TO RCB-LD1-RAZSOCIAL
           MOVE WS-CLI-SALDO-HOST TO RCB-LD1-SALDO
           MOVE ZEROS TO RCB-LD1-ABERTO
           MOVE WS-CLI-SALDO-HOST TO RCB-LD1-DIFERENCA
           MOVE 'SALDO SO NA CLIENTPJ' TO RCB-LD1-SITUACAO
           MOVE 'SALDO SEM ABERTO NO FATURAMENTO'
               TO WS-MOTIVO-ALERTA
           PERFORM 3900-REGISTRA-DIVERGENCIA.
      *
      * CODIGO DO BILABERT SEM CLIENTPJ - SO E DIVERGENCIA COM VALOR.
       3200-SO-FATURAMENTO.
           IF WS-ABR-VALOR-CODIGO = 0
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-QTD-SO-ABERTO
           ADD WS-ABR-VALOR-CODIGO TO WS-TOT-SO-ABERTO
           MOVE WS-ABR-CHAVE TO RCB-LD1-CODIGOCLI
           MOVE '*** SEM CLIENTPJ ***' TO RCB-LD1-RAZSOCIAL
           MOVE ZEROS TO RCB-LD1-SALDO
           MOVE WS-ABR-VALOR-CODIGO TO RCB-LD1-ABERTO
           COMPUTE RCB-LD1-DIFERENCA = 0 - WS-ABR-VALOR-CODIGO
           MOVE 'ABERTO SO NO FATURAM.' TO RCB-LD1-SITUACAO
           MOVE 'ABERTO NO FATURAMENTO SEM CLIENTPJ'
               TO WS-MOTIVO-ALERTA
           PERFORM 3900-REGISTRA-DIVERGENCIA.
      *
      * CADA DIVERGENCIA DE CLIENTE VIRA UMA LINHA NO RLRECEB (JA
      * MONTADA EM RCB-LINDET1) E UM ALERTA 'A' COM O CODIGO.
       3900-REGISTRA-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLRECEB FROM RCB-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'DEV82P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE RCB-LD1-CODIGOCLI TO ALR-CHAVE
           MOVE WS-MOTIVO-ALERTA TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
      *
      * TOTAIS DOS DOIS LADOS ABERTOS POR SITUACAO E PROVA DA SOMA DE
      * SALDO_CLI CONTRA O DEV06SLD.
       4000-PROVA-TOTAIS.
           COMPUTE WS-DIFERENCA-TOTAL = WS-TOT-SALDO - WS-TOT-ABERTO
      *
           MOVE 'CLIENTES NA CLIENTPJ / SOMA DE SALDO_CLI'
               TO RCB-LPR-ROTULO
           MOVE WS-TOT-CLIENTES TO RCB-LPR-QTDE
           MOVE WS-TOT-SALDO TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 3 LINES
           MOVE 'CODIGOS NO BILABERT / TOTAL EM ABERTO'
               TO RCB-LPR-ROTULO
           MOVE WS-TOT-CODIGOS-ABR TO RCB-LPR-QTDE
           MOVE WS-TOT-ABERTO TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 1 LINES
           MOVE 'DIFERENCA ENTRE OS TOTAIS' TO RCB-LPR-ROTULO
           MOVE ZEROS TO RCB-LPR-QTDE
           MOVE WS-DIFERENCA-TOTAL TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 1 LINES
      *
           MOVE '  NOS DOIS LADOS, DENTRO DA TOLERANCIA'
               TO RCB-LPR-ROTULO
           MOVE WS-QTD-DENTRO TO RCB-LPR-QTDE
           MOVE WS-TOT-DIF-DENTRO TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 2 LINES
           MOVE '  NOS DOIS LADOS, ACIMA DA TOLERANCIA'
               TO RCB-LPR-ROTULO
           MOVE WS-QTD-ACIMA TO RCB-LPR-QTDE
           MOVE WS-TOT-DIF-ACIMA TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 1 LINES
           MOVE '  SALDO SO NA CLIENTPJ' TO RCB-LPR-ROTULO
           MOVE WS-QTD-SO-CLIENTPJ TO RCB-LPR-QTDE
           MOVE WS-TOT-SO-CLIENTPJ TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 1 LINES
           MOVE '  ABERTO SO NO FATURAMENTO (MENOS)'
               TO RCB-LPR-ROTULO
           MOVE WS-QTD-SO-ABERTO TO RCB-LPR-QTDE
           MOVE WS-TOT-SO-ABERTO TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 1 LINES
      *
           IF NOT TEM-SALDO-TOTAL
               MOVE 'DEV06SLD INDISPONIVEL - SOMA SEM PROVA'
                   TO WS-MOTIVO-ALERTA
               PERFORM 4900-REGISTRA-ERRO-PROVA
               EXIT PARAGRAPH
           END-IF
      *
           COMPUTE WS-DIFERENCA-TOTAL =
               WS-SALDO-DEV06SLD - WS-TOT-SALDO
           MOVE 'SOMA DE SALDO_CLI NA PROVA (DEV06SLD)'
               TO RCB-LPR-ROTULO
           MOVE ZEROS TO RCB-LPR-QTDE
           MOVE WS-SALDO-DEV06SLD TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 2 LINES
           MOVE 'DIFERENCA PARA A SOMA DE SALDO_CLI'
               TO RCB-LPR-ROTULO
           MOVE WS-DIFERENCA-TOTAL TO RCB-LPR-VALOR
           WRITE REG-RLRECEB FROM RCB-LINPROVA AFTER ADVANCING 1 LINES
      *
           IF WS-DIFERENCA-TOTAL NOT = 0
               MOVE 'SOMA DE SALDO_CLI NAO FECHA COM DEV06SLD'
                   TO WS-MOTIVO-ALERTA
               PERFORM 4900-REGISTRA-ERRO-PROVA
           END-IF.
      *
      * PROVA QUE NAO FECHA - ALERTA 'E' COM A DATA COMO CHAVE.
       4900-REGISTRA-ERRO-PROVA.
           ADD 1 TO WS-QTD-ERROS-PROVA
           DISPLAY 'DEV82P10   *** ' WS-MOTIVO-ALERTA
           PERFORM 8950-GRAVA-ALERTA-ERRO
           MOVE SPACES TO RCB-SIT-TEXTO
           STRING 'DIVERGENCIA: ' WS-MOTIVO-ALERTA
               DELIMITED BY SIZE
               INTO RCB-SIT-TEXTO
           END-STRING
           WRITE REG-RLRECEB FROM RCB-SITUACAO AFTER ADVANCING 1 LINES.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO RCB-CB1-DATA
           MOVE WS-REL-PAGINA TO RCB-CB1-PAG
           WRITE REG-RLRECEB FROM RCB-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLRECEB FROM RCB-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7200-IMPRIME-REJEITADA.
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           IF ABR-CODIGOCLI IS NUMERIC
               MOVE ABR-CODIGOCLI TO RCB-LD1-CODIGOCLI
           ELSE
               MOVE ZEROS TO RCB-LD1-CODIGOCLI
           END-IF
           MOVE 'LINHA DO BILABERT REJEITADA' TO RCB-LD1-RAZSOCIAL
           MOVE ZEROS TO RCB-LD1-SALDO RCB-LD1-DIFERENCA
           IF ABR-VALOR IS NUMERIC
               MOVE ABR-VALOR TO RCB-LD1-ABERTO
           ELSE
               MOVE ZEROS TO RCB-LD1-ABERTO
           END-IF
           MOVE WS-MOTIVO-ERRO TO RCB-LD1-SITUACAO
           WRITE REG-RLRECEB FROM RCB-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7300-IMPRIME-SITUACAO.
           MOVE SPACES TO RCB-SIT-TEXTO
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 'CONCILIACAO INTERROMPIDA - RESULTADO PARCIAL'
                       TO RCB-SIT-TEXTO
               WHEN WS-TOT-LIDOS = 0
                   MOVE 'BILABERT VAZIO - NADA CONCILIADO'
                       TO RCB-SIT-TEXTO
               WHEN WS-TOT-CODIGOS-ABR = 0
                   STRING 'NENHUMA LINHA VALIDA NO BILABERT - NADA '
                          'CONCILIADO'
                       DELIMITED BY SIZE
                       INTO RCB-SIT-TEXTO
                   END-STRING
               WHEN WS-QTD-DIVERGENCIAS > 0
                 OR WS-QTD-ERROS-PROVA > 0
                   MOVE 'CONCILIACAO COM DIVERGENCIAS - VER ALERTAS'
                       TO RCB-SIT-TEXTO
               WHEN OTHER
                   MOVE 'SALDO_CLI CONCILIADO COM O FATURAMENTO'
                       TO RCB-SIT-TEXTO
           END-EVALUATE
           WRITE REG-RLRECEB FROM RCB-SITUACAO AFTER ADVANCING 2 LINES.
      *
      * INTERRUPCAO DA CONCILIACAO (ERRO DE BANCO OU BILABERT FORA DE
      * ORDEM) - O QUE JA FOI LISTADO FICA, OS TOTAIS NAO SAO
      * PROVADOS E O RETURN CODE E 12.
       8900-INTERROMPE.
           MOVE 'S' TO WS-ABORTADO
           DISPLAY 'DEV82P10   *** CONCILIACAO INTERROMPIDA *** '
               WS-MOTIVO-ALERTA
           PERFORM 8950-GRAVA-ALERTA-ERRO.
      *
       8950-GRAVA-ALERTA-ERRO.
           INITIALIZE ALR-REGISTRO
           MOVE 'DEV82P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE 'E' TO ALR-SEVERIDADE
           MOVE WS-DATA-PROCESSAMENTO TO ALR-CHAVE
           MOVE WS-MOTIVO-ALERTA TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
      *
      *
      * ABRE A LINHA DESTA EXECUCAO NO RUN-LEDGER - UMA FALHA AQUI
      * NAO DERRUBA O PROCESSAMENTO (O LEDGER E ACESSORIO), APENAS
      * REGISTRA O SQLCODE NO SYSOUT.
       9100-REGISTRA-INICIO-RUN.
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA-INICIO FROM TIME
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_RUNLOG (
                   PROGRAMA_RUN, DATA_RUN, HORA_INICIO_RUN,
                   SITUACAO_RUN
               ) VALUES (
                   :WS-RUN-PROGRAMA, :WS-RUN-DATA,
                   :WS-RUN-HORA-INICIO, 'I'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV82P10   ERRO AO ABRIR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
       9200-REGISTRA-FIM-RUN.
           ACCEPT WS-RUN-HORA-FIM FROM TIME
           MOVE RETURN-CODE TO WS-RUN-RETCODE
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_RUNLOG SET
                 HORA_FIM_RUN = :WS-RUN-HORA-FIM,
                 RETCODE_RUN  = :WS-RUN-RETCODE,
                 QT_CHAVE_RUN = :WS-RUN-QT-CHAVE,
                 SITUACAO_RUN = 'F'
               WHERE PROGRAMA_RUN = :WS-RUN-PROGRAMA
                 AND DATA_RUN = :WS-RUN-DATA
                 AND HORA_INICIO_RUN = :WS-RUN-HORA-INICIO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV82P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
