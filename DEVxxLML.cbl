      * DEV11P10 TEM COM O DEV06FLM). O RELATORIO RLCARLIM MOSTRA O    *
      * QUE MUDOU DESDE A ULTIMA CARGA, COM O LIMITE ANTERIOR E O NOVO *
      * LADO A LADO, E OS MOVIMENTOS RECUSADOS COM O MOTIVO.           *
      * O MOVIMENTO 'L' E A LIBERACAO, POR UM SUPERVISOR DO CONTROLE   *
      * DE CREDITO, DE UM GRUPO EM BLOQUEIO DE CREDITO (GRUPO ACIMA DO *
      * LIMITE, BLOQUEADO PELO DEV31P10 EM ALUNO06.CLIENTPJ_BLOQ): A   *
      * SITUACAO PASSA DE 'B' PARA 'L' E O DEV06P10 VOLTA A ACEITAR OS *
      * REGISTROS DO GRUPO. O DEVLIMCR NAO E ALTERADO PELO 'L'.        *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIBLOQ END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      * MOVIMENTOS DE LIMITE INFORMADOS PELO CONTROLE DE CREDITO -
      * 'I' INCLUI UMA RAIZ NOVA, 'A' ALTERA O LIMITE DE UMA RAIZ JA
      * CADASTRADA, 'E' EXCLUI A RAIZ DO CADASTRO. O LIMITE VEM EM
      * DISPLAY COM DUAS CASAS IMPLICITAS. 'L' LIBERA O BLOQUEIO DE
      * CREDITO DA RAIZ - NO LUGAR DO LIMITE VEM O USUARIO DO
      * SUPERVISOR QUE AUTORIZOU A LIBERACAO.
       FD ARQ-MOVIMENTOS
           RECORDING MODE F
           RECORD CONTAINS 24 CHARACTERS.
               88 MOV-INCLUSAO                     VALUE 'I'.
               88 MOV-ALTERACAO                    VALUE 'A'.
               88 MOV-EXCLUSAO                     VALUE 'E'.
               88 MOV-LIBERACAO                    VALUE 'L'.
           05 MOV-CNPJ                 PIC X(008).
           05 MOV-LIMITE               PIC 9(013)V99.
           05 MOV-LIBERACAO-R REDEFINES MOV-LIMITE.
               10 MOV-SUPERVISOR       PIC X(008).
               10 FILLER               PIC X(007).
      *
      * CADASTRO DE LIMITES DE CREDITO POR RAIZ DE CNPJ - MESMO
      * LAYOUT LIDO PELO DEV31P10.
      *
       01 WS-CNPJ-HOST             PIC X(8) VALUE SPACES.
       01 WS-QTD-ATIVOS-HOST       PIC 9(7) VALUE ZEROS.
       01 WS-SITUACAO-BLOQ-HOST    PIC X(1) VALUE SPACES.
       01 WS-SUPERVISOR-HOST       PIC X(8) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-TEM-BLOQUEIO          PIC X VALUE 'N'.
           88 RAIZ-BLOQUEADA                  VALUE 'S'.
      *
       01 WS-LIMITE-ANTERIOR       PIC 9(013)V99 VALUE ZEROS.
       01 WS-TEM-REGISTRO          PIC X VALUE 'N'.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
      *
           EVALUATE TRUE
               WHEN NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                    AND NOT MOV-EXCLUSAO AND NOT MOV-LIBERACAO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-CNPJ = SPACES
                   MOVE 'CNPJ EM BRANCO' TO WS-MOTIVO-ERRO
               WHEN MOV-LIBERACAO AND MOV-SUPERVISOR = SPACES
                   MOVE 'SUPERVISOR EM BRANCO' TO WS-MOTIVO-ERRO
               WHEN MOV-INCLUSAO AND RAIZ-JA-CADASTRADA
                   MOVE 'RAIZ JA CADASTRADA' TO WS-MOTIVO-ERRO
               WHEN MOV-ALTERACAO AND NOT RAIZ-JA-CADASTRADA
                   MOVE 'SEM CLIENTE ATIVO NA RAIZ' TO WS-MOTIVO-ERRO
               END-IF
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES AND MOV-LIBERACAO
               PERFORM 0450-CONSULTA-BLOQUEIO
               IF NOT RAIZ-BLOQUEADA
                   MOVE 'RAIZ SEM BLOQUEIO DE CREDITO' TO WS-MOTIVO-ERRO
               END-IF
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
               EXIT PARAGRAPH
           END-IF
      *
           IF MOV-LIBERACAO
               PERFORM 1500-LIBERA-BLOQUEIO
               EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
               PERFORM 7100-IMPRIME-APLICADO
           END-IF.
      *
      * LIBERACAO DO BLOQUEIO DE CREDITO PELO SUPERVISOR - O
      * BLOQUEIO CONTINUA REGISTRADO (SITUACAO 'L') ATE O DEV31P10
      * CONSTATAR QUE O GRUPO VOLTOU AO LIMITE.
       1500-LIBERA-BLOQUEIO.
           MOVE MOV-CNPJ TO WS-CNPJ-HOST
           MOVE MOV-SUPERVISOR TO WS-SUPERVISOR-HOST
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_BLOQ SET
                 SITUACAO_BLOQ = 'L',
                 DT_SITUACAO   = :WS-DATA-PROCESSAMENTO-HOST,
                 USUARIO_LIB   = :WS-SUPERVISOR-HOST
               WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                 AND SITUACAO_BLOQ = 'B'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV35P10   ERRO NA LIBERACAO - CNPJ: '
                   MOV-CNPJ ' SQLCODE: ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-TOT-REJEITADOS
               MOVE 'ERRO DE GRAVACAO' TO WS-MOTIVO-ERRO
               PERFORM 7200-IMPRIME-REJEITADO
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-TOT-APLICADOS
               STRING 'BLOQUEIO LIBERADO - ' DELIMITED BY SIZE
                      MOV-SUPERVISOR DELIMITED BY SIZE
                 INTO WS-MOTIVO-ERRO
               END-STRING
               PERFORM 7100-IMPRIME-APLICADO
           END-IF.
      *
      * CONSULTA O LIMITE JA CADASTRADO PARA A RAIZ DO MOVIMENTO
      * CORRENTE - O VALOR ANTERIOR SAI NO RELATORIO AO LADO DO NOVO.
       0300-CONSULTA-CADASTRO.
                   SQLCODE
               MOVE ZEROS TO WS-QTD-ATIVOS-HOST
           END-IF.
      *
       0450-CONSULTA-BLOQUEIO.
           MOVE 'N' TO WS-TEM-BLOQUEIO
           MOVE MOV-CNPJ TO WS-CNPJ-HOST
           EXEC SQL
               SELECT SITUACAO_BLOQ INTO :WS-SITUACAO-BLOQ-HOST
                 FROM ALUNO06.CLIENTPJ_BLOQ
                WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                  AND SITUACAO_BLOQ = 'B'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-BLOQUEIO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DEV35P10   ERRO NA CONSULTA - SQLCODE: '
                       SQLCODE
           END-EVALUATE.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE MOV-OPERACAO TO LML-LD1-OPERACAO
           MOVE MOV-CNPJ TO LML-LD1-CNPJ
           MOVE WS-LIMITE-ANTERIOR TO LML-LD1-LIMITE-ANT
           EVALUATE TRUE
               WHEN MOV-EXCLUSAO
                   MOVE ZEROS TO LML-LD1-LIMITE-NOVO
               WHEN MOV-LIBERACAO
                   MOVE WS-LIMITE-ANTERIOR TO LML-LD1-LIMITE-NOVO
               WHEN OTHER
                   MOVE MOV-LIMITE TO LML-LD1-LIMITE-NOVO
           END-EVALUATE
           MOVE WS-MOTIVO-ERRO TO LML-LD1-SITUACAO
           WRITE REG-RLCARLIM FROM LML-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
           MOVE MOV-OPERACAO TO LML-LD1-OPERACAO
           MOVE MOV-CNPJ TO LML-LD1-CNPJ
           MOVE WS-LIMITE-ANTERIOR TO LML-LD1-LIMITE-ANT
           IF MOV-LIMITE IS NUMERIC AND NOT MOV-LIBERACAO
               MOVE MOV-LIMITE TO LML-LD1-LIMITE-NOVO
           ELSE
               MOVE ZEROS TO LML-LD1-LIMITE-NOVO
