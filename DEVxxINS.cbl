       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV67P10.
      *
      *----------------------------------------------------------------*
      * MANUTENCAO DO CADASTRO DE INSTRUCOES PERMANENTES DE AJUSTE DE  *
      * SALDO (ALUNO06.CLIENTPJ_INSTR) - TARIFAS E BONIFICACOES FIXAS  *
      * DE CONTRATO QUE ANTES ERAM REDIGITADAS TODO MES COMO REGISTRO  *
      * 'B' NO DADOSCLI. CADA CODIGO_CLI PODE TER VARIAS INSTRUCOES    *
      * (SEQ_INSTR), CADA UMA COM VALOR (POSITIVO AUMENTA O SALDO,     *
      * NEGATIVO DIMINUI, COMO NO PRF-VLRAJUSTE), FREQUENCIA, DATA DE  *
      * INICIO, DATA DE FIM E DESCRICAO. O DIA DO VENCIMENTO E O DIA   *
      * DA DATA DE INICIO. LE O ARQUIVO DE MOVIMENTOS DEV67MOV         *
      * (INCLUSAO/ALTERACAO/EXCLUSAO DE UMA INSTRUCAO), CRITICA CADA   *
      * MOVIMENTO E APLICA NA TABELA; CADA MOVIMENTO APLICADO E UMA    *
      * UNIDADE DE TRABALHO PROPRIA (COMMIT). O RELATORIO RLINSTRU     *
      * LISTA CADA MOVIMENTO COM A SITUACAO (APLICADO OU O MOTIVO DA   *
      * RECUSA). OS AJUSTES SAO GERADOS PELO DEV68P10.                 *
      * RC 0 = TUDO APLICADO  RC 4 = ARQUIVO VAZIO                     *
      * RC 8 = MOVIMENTO(S) RECUSADO(S) OU ERRO DE ABERTURA            *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIINSTR END-EXEC.
      *
       EXEC SQL INCLUDE CLIINSTG END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'DEV67MOV'
               FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT ARQ-RLINSTRU ASSIGN TO 'RLINSTRU'
               FILE STATUS IS WS-FS-RLINSTRU.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * MOVIMENTOS DE INSTRUCAO - 'I' INCLUI UMA INSTRUCAO NOVA NA
      * SEQUENCIA INFORMADA, 'A' SUBSTITUI TODOS OS DADOS DE UMA
      * INSTRUCAO JA CADASTRADA, 'E' EXCLUI A INSTRUCAO. O VALOR VEM
      * SEM SINAL, COM O SINAL NA POSICAO ANTERIOR ('-' PARA CREDITO
      * AO CLIENTE, '+' OU BRANCO PARA COBRANCA). FREQUENCIA:
      * M - MENSAL  B - BIMESTRAL  T - TRIMESTRAL  S - SEMESTRAL
      * A - ANUAL. DATA DE FIM ZERADA OU EM BRANCO = SEM FIM. NA
      * EXCLUSAO SO CODIGO E SEQUENCIA SAO CONSIDERADOS.
       FD ARQ-MOVIMENTOS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-MOVIMENTOS.
           05 MOV-OPERACAO             PIC X(001).
               88 MOV-INCLUSAO                     VALUE 'I'.
               88 MOV-ALTERACAO                    VALUE 'A'.
               88 MOV-EXCLUSAO                     VALUE 'E'.
           05 MOV-CODIGOCLI            PIC 9(007).
           05 MOV-SEQ-INSTR            PIC 9(003).
           05 MOV-SINAL                PIC X(001).
               88 MOV-SINAL-VALIDO                 VALUE ' ' '+' '-'.
           05 MOV-VALOR                PIC 9(009)V99.
           05 MOV-FREQUENCIA           PIC X(001).
               88 MOV-FREQUENCIA-VALIDA            VALUE 'M' 'B' 'T'
                                                         'S' 'A'.
           05 MOV-DT-INICIO            PIC 9(008).
           05 MOV-DT-FIM               PIC 9(008).
           05 MOV-DT-FIM-X REDEFINES MOV-DT-FIM
                                       PIC X(008).
           05 MOV-DESCRICAO            PIC X(040).
      *
       FD ARQ-RLINSTRU
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLINSTRU             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVINSRL.
      *
       01 WS-FS-MOVIMENTOS         PIC XX VALUE SPACES.
       01 WS-FS-RLINSTRU           PIC XX VALUE SPACES.
       01 WS-FIM-MOVIMENTOS        PIC X VALUE 'N'.
      *
       01 WS-INSTRUCAO-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-SEQ-INSTR-HOST        PIC 9(3).
           05 WS-VALOR-HOST            PIC S9(9)V99.
           05 WS-FREQUENCIA-HOST       PIC X(1).
           05 WS-DTINICIO-HOST         PIC 9(8).
           05 WS-DTFIM-HOST            PIC 9(8).
           05 WS-DESCRICAO-HOST        PIC X(40).
      *
      * INSTRUCAO COMO ESTAVA ANTES DO MOVIMENTO - SAI NO RELATORIO
      * NA EXCLUSAO E SERVE PARA A CRITICA DA DATA DE INICIO NA
      * ALTERACAO.
       01 WS-ANTES-HOST.
           05 WS-ANT-VALOR-HOST        PIC S9(9)V99.
           05 WS-ANT-FREQUENCIA-HOST   PIC X(1).
           05 WS-ANT-DTINICIO-HOST     PIC 9(8).
           05 WS-ANT-DTFIM-HOST        PIC 9(8).
           05 WS-ANT-DESCRICAO-HOST    PIC X(40).
      *
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-SITUACAO-CLI-HOST     PIC X(1) VALUE SPACES.
       01 WS-QTD-GERADAS-HOST      PIC S9(9) COMP VALUE ZEROS.
      *
      * DATA DE FIM GRAVADA PARA A INSTRUCAO SEM FIM.
       01 WS-DATA-SEM-FIM          PIC 9(8) VALUE 99991231.
      *
       01 WS-TEM-CLIENTE           PIC X VALUE 'N'.
           88 CLIENTE-CADASTRADO              VALUE 'S'.
       01 WS-CLIENTE-ATIVO         PIC X VALUE 'N'.
           88 CLIENTE-ATIVO                   VALUE 'S'.
       01 WS-TEM-INSTRUCAO         PIC X VALUE 'N'.
           88 INSTRUCAO-CADASTRADA            VALUE 'S'.
       01 WS-ERRO-BANCO            PIC X VALUE 'N'.
           88 HOUVE-ERRO-BANCO                VALUE 'S'.
       01 WS-MOTIVO-ERRO           PIC X(031) VALUE SPACES.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
       01 WRK-DEVCDATA.
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-APLICADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REJEITADOS    PIC 9(007) VALUE ZEROS.
      *
      * EDICAO DE DATA PARA O RELATORIO (0900-EDITA-DATA).
       01 WS-EDT-DATA              PIC 9(008) VALUE ZEROS.
       01 WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
           05 WS-EDT-AA            PIC 9(004).
           05 WS-EDT-MM            PIC 9(002).
           05 WS-EDT-DD            PIC 9(002).
       01 WS-EDT-DATA-X            PIC X(010) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           DISPLAY 'DEV67P10   INICIO DO PROCESSAMENTO'
      *
           OPEN INPUT ARQ-MOVIMENTOS
           IF WS-FS-MOVIMENTOS NOT = '00'
               DISPLAY 'DEV67P10   ERRO AO ABRIR DEV67MOV - STATUS: '
                   WS-FS-MOVIMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLINSTRU
           IF WS-FS-RLINSTRU NOT = '00'
               DISPLAY 'DEV67P10   ERRO AO ABRIR RLINSTRU - STATUS: '
                   WS-FS-RLINSTRU
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-MOVIMENTOS
               GOBACK
           END-IF
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
           PERFORM 0150-LE-MOVIMENTO
           PERFORM UNTIL WS-FIM-MOVIMENTOS = 'S'
               ADD 1 TO WS-TOT-LIDOS
               PERFORM 1000-TRATA-MOVIMENTO
               PERFORM 0150-LE-MOVIMENTO
           END-PERFORM
      *
           PERFORM 7000-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV67P10   MOVIMENTOS LIDOS...............: '
               WS-TOT-LIDOS
           DISPLAY 'DEV67P10   MOVIMENTOS APLICADOS...........: '
               WS-TOT-APLICADOS
           DISPLAY 'DEV67P10   MOVIMENTOS REJEITADOS..........: '
               WS-TOT-REJEITADOS
           DISPLAY 'DEV67P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           CLOSE ARQ-MOVIMENTOS ARQ-RLINSTRU
           GOBACK.
      *
       0150-LE-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END MOVE 'S' TO WS-FIM-MOVIMENTOS
           END-READ.
      *
       1000-TRATA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-ERRO
           MOVE 'N' TO WS-TEM-CLIENTE
           MOVE 'N' TO WS-CLIENTE-ATIVO
           MOVE 'N' TO WS-TEM-INSTRUCAO
           MOVE 'N' TO WS-ERRO-BANCO
           INITIALIZE WS-ANTES-HOST
      *
           EVALUATE TRUE
               WHEN NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                    AND NOT MOV-EXCLUSAO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-CODIGOCLI IS NOT NUMERIC
                   MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-CODIGOCLI = 0
                   MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-SEQ-INSTR IS NOT NUMERIC
                   MOVE 'SEQUENCIA INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-SEQ-INSTR = 0
                   MOVE 'SEQUENCIA INVALIDA' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-MOTIVO-ERRO = SPACES
               MOVE MOV-CODIGOCLI TO WS-CODIGOCLI-HOST
               MOVE MOV-SEQ-INSTR TO WS-SEQ-INSTR-HOST
               PERFORM 0300-CONSULTA-CLIENTE
               PERFORM 0350-CONSULTA-INSTRUCAO
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES
               EVALUATE TRUE
                   WHEN HOUVE-ERRO-BANCO
                       MOVE 'ERRO NA CONSULTA' TO WS-MOTIVO-ERRO
      *            INSTRUCAO NOVA OU ALTERADA SO PARA CLIENTE ATIVO - A
      *            EXCLUSAO VALE TAMBEM PARA O INATIVO E PARA O JA
      *            ARQUIVADO (LIMPEZA).
                   WHEN NOT CLIENTE-CADASTRADO AND NOT MOV-EXCLUSAO
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO-ERRO
                   WHEN NOT CLIENTE-ATIVO AND NOT MOV-EXCLUSAO
                       MOVE 'CLIENTE INATIVO' TO WS-MOTIVO-ERRO
                   WHEN MOV-INCLUSAO AND INSTRUCAO-CADASTRADA
                       MOVE 'INSTRUCAO JA CADASTRADA' TO WS-MOTIVO-ERRO
                   WHEN NOT MOV-INCLUSAO AND NOT INSTRUCAO-CADASTRADA
                       MOVE 'INSTRUCAO NAO CADASTRADA' TO WS-MOTIVO-ERRO
               END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES
              AND (MOV-INCLUSAO OR MOV-ALTERACAO)
               PERFORM 0400-CRITICA-DADOS
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES AND MOV-ALTERACAO
              AND MOV-DT-INICIO NOT = WS-ANT-DTINICIO-HOST
               PERFORM 0450-CRITICA-TROCA-INICIO
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
               EXIT PARAGRAPH
           END-IF
      *
           IF NOT MOV-EXCLUSAO
               MOVE MOV-VALOR TO WS-VALOR-HOST
               IF MOV-SINAL = '-'
                   COMPUTE WS-VALOR-HOST = WS-VALOR-HOST * -1
               END-IF
               MOVE MOV-FREQUENCIA TO WS-FREQUENCIA-HOST
               MOVE MOV-DT-INICIO  TO WS-DTINICIO-HOST
               IF MOV-DT-FIM-X = SPACES OR MOV-DT-FIM = 0
                   MOVE WS-DATA-SEM-FIM TO WS-DTFIM-HOST
               ELSE
                   MOVE MOV-DT-FIM TO WS-DTFIM-HOST
               END-IF
               MOVE MOV-DESCRICAO  TO WS-DESCRICAO-HOST
           END-IF
      *
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM 2000-INCLUI-INSTRUCAO
               WHEN MOV-ALTERACAO
                   PERFORM 3000-ALTERA-INSTRUCAO
               WHEN MOV-EXCLUSAO
                   PERFORM 4000-EXCLUI-INSTRUCAO
           END-EVALUATE
      *
           IF HOUVE-ERRO-BANCO
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-TOT-APLICADOS
               PERFORM 7100-IMPRIME-APLICADO
           END-IF.
      *
      * O CLIENTE PRECISA EXISTIR EM CLIENTPJ E ESTAR ATIVO
      * (DTINATIVA_CLI NULA) PARA RECEBER UMA INSTRUCAO.
       0300-CONSULTA-CLIENTE.
           EXEC SQL
               SELECT CASE WHEN DTINATIVA_CLI IS NULL THEN 'A'
                           ELSE 'I' END
                 INTO :WS-SITUACAO-CLI-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-CLIENTE
                   IF WS-SITUACAO-CLI-HOST = 'A'
                       MOVE 'S' TO WS-CLIENTE-ATIVO
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'SEL CLI ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
      * LE A INSTRUCAO JA CADASTRADA NA SEQUENCIA DO MOVIMENTO.
       0350-CONSULTA-INSTRUCAO.
           EXEC SQL
               SELECT VALOR_INSTR, FREQ_INSTR, DT_INICIO, DT_FIM,
                      DESCRICAO_INSTR
                 INTO :WS-ANT-VALOR-HOST, :WS-ANT-FREQUENCIA-HOST,
                      :WS-ANT-DTINICIO-HOST, :WS-ANT-DTFIM-HOST,
                      :WS-ANT-DESCRICAO-HOST
                 FROM ALUNO06.CLIENTPJ_INSTR
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_INSTR = :WS-SEQ-INSTR-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-INSTRUCAO
               WHEN 100
                   INITIALIZE WS-ANTES-HOST
               WHEN OTHER
                   MOVE 'SEL INST' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
      * CRITICA DOS DADOS DE UMA INSTRUCAO NOVA OU ALTERADA. A DATA DE
      * INICIO PODE SER PASSADA - O DEV68P10 SO GERA O VENCIMENTO MAIS
      * RECENTE, NUNCA OS ANTERIORES AO CADASTRAMENTO.
       0400-CRITICA-DADOS.
           EVALUATE TRUE
               WHEN NOT MOV-SINAL-VALIDO
                   MOVE 'SINAL INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-VALOR IS NOT NUMERIC
                   MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO-ERRO
               WHEN MOV-VALOR = 0
                   MOVE 'VALOR ZERADO' TO WS-MOTIVO-ERRO
               WHEN NOT MOV-FREQUENCIA-VALIDA
                   MOVE 'FREQUENCIA INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-DT-INICIO IS NOT NUMERIC
                   MOVE 'DATA INICIO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-DESCRICAO = SPACES
                   MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO-ERRO
           END-EVALUATE
           IF WS-MOTIVO-ERRO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *
           MOVE MOV-DT-INICIO TO WRK-DATADEV
           CALL WRK-PROG-DAT USING WRK-DEVCDATA
           IF WRK-CODRDEV NOT = 'OK'
               MOVE 'DATA INICIO INVALIDA' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF MOV-DT-FIM-X = SPACES OR MOV-DT-FIM-X = '00000000'
               EXIT PARAGRAPH
           END-IF
           IF MOV-DT-FIM IS NOT NUMERIC
               MOVE 'DATA FIM INVALIDA' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE MOV-DT-FIM TO WRK-DATADEV
           CALL WRK-PROG-DAT USING WRK-DEVCDATA
           IF WRK-CODRDEV NOT = 'OK'
               MOVE 'DATA FIM INVALIDA' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           IF MOV-DT-FIM < MOV-DT-INICIO
               MOVE 'DATA FIM ANTERIOR AO INICIO' TO WS-MOTIVO-ERRO
           END-IF.
      *
      * O DIA DO VENCIMENTO VEM DA DATA DE INICIO, E O REGISTRO DO QUE
      * JA FOI GERADO (CLIENTPJ_INSTRG) E POR DATA DE VENCIMENTO - COM
      * GERACAO JA FEITA, MUDAR O INICIO PODERIA COBRAR DUAS VEZES O
      * MESMO PERIODO. PARA TROCAR O DIA, ENCERRA-SE ESTA INSTRUCAO
      * (DATA DE FIM) E INCLUI-SE OUTRA.
       0450-CRITICA-TROCA-INICIO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-GERADAS-HOST
                 FROM ALUNO06.CLIENTPJ_INSTRG
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_INSTR = :WS-SEQ-INSTR-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'CNT GER ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO NA CONSULTA' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-GERADAS-HOST > 0
               MOVE 'INICIO COM GERACAO JA FEITA' TO WS-MOTIVO-ERRO
           END-IF.
      *
       2000-INCLUI-INSTRUCAO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_INSTR (
                   CODIGO_CLI, SEQ_INSTR, VALOR_INSTR, FREQ_INSTR,
                   DT_INICIO, DT_FIM, DESCRICAO_INSTR, DTATLZ_INSTR
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-SEQ-INSTR-HOST,
                   :WS-VALOR-HOST, :WS-FREQUENCIA-HOST,
                   :WS-DTINICIO-HOST, :WS-DTFIM-HOST,
                   :WS-DESCRICAO-HOST, :WS-DATA-PROCESSAMENTO-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'INSERT  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO INSERT' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE 'INCLUIDA' TO WS-MOTIVO-ERRO.
      *
       3000-ALTERA-INSTRUCAO.
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_INSTR
                  SET VALOR_INSTR     = :WS-VALOR-HOST,
                      FREQ_INSTR      = :WS-FREQUENCIA-HOST,
                      DT_INICIO       = :WS-DTINICIO-HOST,
                      DT_FIM          = :WS-DTFIM-HOST,
                      DESCRICAO_INSTR = :WS-DESCRICAO-HOST,
                      DTATLZ_INSTR    = :WS-DATA-PROCESSAMENTO-HOST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_INSTR = :WS-SEQ-INSTR-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'UPDATE  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO UPDATE' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE 'ALTERADA' TO WS-MOTIVO-ERRO.
      *
      * O REGISTRO DO QUE JA FOI GERADO FICA - SE A MESMA SEQUENCIA
      * FOR INCLUIDA DE NOVO, UM VENCIMENTO JA COBRADO NAO SE REPETE.
       4000-EXCLUI-INSTRUCAO.
           EXEC SQL
               DELETE FROM ALUNO06.CLIENTPJ_INSTR
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_INSTR = :WS-SEQ-INSTR-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'DELETE  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO DELETE' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE 'EXCLUIDA' TO WS-MOTIVO-ERRO.
      *
       0700-SYSOUT-ERRO-SQL.
           MOVE 'S' TO WS-ERRO-BANCO
           DISPLAY 'DEV67P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - CODIGO: ' WS-CODIGOCLI-HOST
               ' SEQ: ' WS-SEQ-INSTR-HOST ' SQLCODE: ' SQLCODE.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           IF WS-EDT-DATA = 0 OR WS-EDT-DATA = WS-DATA-SEM-FIM
               EXIT PARAGRAPH
           END-IF
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO INS-CB1-DATA
           MOVE WS-REL-PAGINA TO INS-CB1-PAG
           WRITE REG-RLINSTRU FROM INS-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLINSTRU FROM INS-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7100-IMPRIME-APLICADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-MONTA-LINHA
           MOVE WS-MOTIVO-ERRO TO INS-LD1-SITUACAO
           WRITE REG-RLINSTRU FROM INS-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-REJEITADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-MONTA-LINHA
           MOVE SPACES TO INS-LD1-SITUACAO
           STRING 'REJEITADO - ' DELIMITED BY SIZE
                  WS-MOTIVO-ERRO DELIMITED BY SIZE
             INTO INS-LD1-SITUACAO
           END-STRING
           WRITE REG-RLINSTRU FROM INS-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
      * NA EXCLUSAO A LINHA MOSTRA A INSTRUCAO COMO ESTAVA; NOS DEMAIS
      * CASOS, O QUE VEIO NO MOVIMENTO (CAMPO NAO NUMERICO SAI EM
      * BRANCO OU ZERADO).
       7050-MONTA-LINHA.
           MOVE MOV-OPERACAO TO INS-LD1-OPERACAO
           IF MOV-CODIGOCLI IS NUMERIC
               MOVE MOV-CODIGOCLI TO INS-LD1-CODIGOCLI
           ELSE
               MOVE ZEROS TO INS-LD1-CODIGOCLI
           END-IF
           IF MOV-SEQ-INSTR IS NUMERIC
               MOVE MOV-SEQ-INSTR TO INS-LD1-SEQ-INSTR
           ELSE
               MOVE ZEROS TO INS-LD1-SEQ-INSTR
           END-IF
           IF MOV-EXCLUSAO
               MOVE WS-ANT-FREQUENCIA-HOST TO INS-LD1-FREQUENCIA
               MOVE WS-ANT-VALOR-HOST      TO INS-LD1-VALOR
               MOVE WS-ANT-DTINICIO-HOST   TO WS-EDT-DATA
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X          TO INS-LD1-INICIO
               MOVE WS-ANT-DTFIM-HOST      TO WS-EDT-DATA
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X          TO INS-LD1-FIM
               MOVE WS-ANT-DESCRICAO-HOST  TO INS-LD1-DESCRICAO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE MOV-FREQUENCIA TO INS-LD1-FREQUENCIA
           IF MOV-VALOR IS NUMERIC
               MOVE MOV-VALOR TO INS-LD1-VALOR
               IF MOV-SINAL = '-'
                   COMPUTE INS-LD1-VALOR = MOV-VALOR * -1
               END-IF
           ELSE
               MOVE SPACES TO INS-LD1-VALOR-X
           END-IF
           MOVE SPACES TO INS-LD1-INICIO INS-LD1-FIM
           IF MOV-DT-INICIO IS NUMERIC
               MOVE MOV-DT-INICIO TO WS-EDT-DATA
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X TO INS-LD1-INICIO
           END-IF
           IF MOV-DT-FIM IS NUMERIC
               MOVE MOV-DT-FIM TO WS-EDT-DATA
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X TO INS-LD1-FIM
           END-IF
           MOVE MOV-DESCRICAO TO INS-LD1-DESCRICAO.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-APLICADOS TO INS-TOT-APLICADOS
           MOVE WS-TOT-REJEITADOS TO INS-TOT-REJEITADOS
           WRITE REG-RLINSTRU FROM INS-TOTAIS AFTER ADVANCING 2 LINES.
