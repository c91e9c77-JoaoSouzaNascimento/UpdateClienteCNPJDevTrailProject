       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV55P10.
      *
      *----------------------------------------------------------------*
      * PARETO MENSAL DAS REJEICOES DA CARGA DIARIA (DEV06P10) POR     *
      * ORIGEM. LE AS LINHAS DE ALUNO06.CLIENTPJ_REJ - UMA POR         *
      * REGISTRO DESPREZADO, GRAVADA POR 8050-GRAVA-MOTIVO-REJEICAO    *
      * COM A ORIGEM DO HEADER DO DADOSCLI E O CODIGO PADRONIZADO DO   *
      * MOTIVO (DEVMOTRJ) - DO MES INFORMADO POR PARAMETRO E IMPRIME,  *
      * PARA CADA ORIGEM, OS MOTIVOS EM ORDEM DECRESCENTE DE           *
      * QUANTIDADE COM O PERCENTUAL E O PERCENTUAL ACUMULADO, PARA QUE *
      * SE SAIBA QUAL PARCEIRO ERRA O QUE SEM CONTAR LINHAS DO         *
      * RLINCONS A MAO. AO FINAL, O MESMO PARETO PARA TODAS AS         *
      * ORIGENS JUNTAS. ARQUIVO SEM IDENTIFICACAO DE GERACAO NO HEADER *
      * (ORIGEM AINDA NAO ADAPTADA) SAI COMO '(SEM IDENT)'.             *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIREJ END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RLPARREJ ASSIGN TO 'RLPARREJ'
               FILE STATUS IS WS-FS-RLPARREJ.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-RLPARREJ
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLPARREJ             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVPARRL.
      *
           COPY DEVMOTRJ.
      *
       01 WS-PARETO-HOST.
           05 WS-ORIGEM-HOST           PIC X(8).
           05 WS-COD-MOTIVO-HOST       PIC X(3).
           05 WS-QTDE-HOST             PIC 9(7).
      *
       01 WS-FS-RLPARREJ           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
      *
      * MOTIVOS DA ORIGEM CORRENTE, JA NA ORDEM DO CURSOR (QUANTIDADE
      * DECRESCENTE) - GUARDADOS ATE A QUEBRA DE ORIGEM PORQUE O
      * PERCENTUAL DE CADA LINHA DEPENDE DO TOTAL DA ORIGEM.
       01 WS-TAB-ORIGEM.
           05 WS-ORI-ENTRADA       OCCURS 40 TIMES.
               10 WS-ORI-COD-MOTIVO    PIC X(003).
               10 WS-ORI-QTDE          PIC 9(007).
       01 WS-QTD-MOTIVOS           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-MOTIVOS           PIC 9(003) VALUE 40.
       01 WS-IND                   PIC 9(003) VALUE ZEROS.
       01 WS-ORIGEM-ATUAL          PIC X(008) VALUE SPACES.
       01 WS-ORIGEM-EDIT           PIC X(011) VALUE SPACES.
       01 WS-TOT-ORIGEM            PIC 9(007) VALUE ZEROS.
       01 WS-ACUM-ORIGEM           PIC 9(007) VALUE ZEROS.
       01 WS-PCT                   PIC 9(003)V9 VALUE ZEROS.
       01 WS-PCT-ACUM              PIC 9(003)V9 VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-REJEICOES     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ORIGENS       PIC 9(007) VALUE ZEROS.
      *
      * MES DE REFERENCIA (AAAAMM), LIDO DO SYSIN. QUANDO AUSENTE
      * (ZEROS), ASSUME O MES ANTERIOR AO DA DATA DE PROCESSAMENTO -
      * O JOB RODA NO INICIO DO MES, FECHANDO O MES QUE ACABOU.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-MES-REF          PIC 9(006) VALUE ZEROS.
       01 WS-MES-REF.
           05 WS-MES-REF-AA            PIC 9(004).
           05 WS-MES-REF-MM            PIC 9(002).
       01 WS-DATA-INICIO.
           05 WS-DTI-AAMM              PIC 9(006).
           05 WS-DTI-DD                PIC 9(002).
       01 WS-DATA-INICIO-N REDEFINES WS-DATA-INICIO
                                       PIC 9(008).
       01 WS-DATA-PROX-MES         PIC 9(008) VALUE ZEROS.
       01 WS-DATA-DE-HOST          PIC 9(8) VALUE ZEROS.
       01 WS-DATA-ATE-HOST         PIC 9(8) VALUE ZEROS.
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
       01 WS-REL-MES-EDIT          PIC X(007) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-PARETO CURSOR FOR
               SELECT ORIGEM_REJ, COD_MOTIVO_REJ, COUNT(*)
                 FROM ALUNO06.CLIENTPJ_REJ
                WHERE DATA_REJ >= :WS-DATA-DE-HOST
                  AND DATA_REJ <= :WS-DATA-ATE-HOST
                GROUP BY ORIGEM_REJ, COD_MOTIVO_REJ
                ORDER BY ORIGEM_REJ, 3 DESC, COD_MOTIVO_REJ
           END-EXEC.
      *
           EXEC SQL DECLARE C-PARETO-GERAL CURSOR FOR
               SELECT COD_MOTIVO_REJ, COUNT(*)
                 FROM ALUNO06.CLIENTPJ_REJ
                WHERE DATA_REJ >= :WS-DATA-DE-HOST
                  AND DATA_REJ <= :WS-DATA-ATE-HOST
                GROUP BY COD_MOTIVO_REJ
                ORDER BY 2 DESC, COD_MOTIVO_REJ
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           IF WS-PARM-MES-REF IS NUMERIC AND WS-PARM-MES-REF > 0
               MOVE WS-PARM-MES-REF TO WS-MES-REF
           ELSE
               MOVE WS-REL-DATA-AA TO WS-MES-REF-AA
               MOVE WS-REL-DATA-MM TO WS-MES-REF-MM
               IF WS-MES-REF-MM = 1
                   MOVE 12 TO WS-MES-REF-MM
                   SUBTRACT 1 FROM WS-MES-REF-AA
               ELSE
                   SUBTRACT 1 FROM WS-MES-REF-MM
               END-IF
           END-IF
      *
           IF WS-MES-REF-MM < 1 OR WS-MES-REF-MM > 12
               DISPLAY 'DEV55P10   MES DE REFERENCIA INVALIDO: '
                   WS-MES-REF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    PERIODO = DIA 1 DO MES ATE A VESPERA DO DIA 1 DO MES
      *    SEGUINTE.
           MOVE WS-MES-REF TO WS-DTI-AAMM
           MOVE 1 TO WS-DTI-DD
           MOVE WS-DATA-INICIO-N TO WS-DATA-DE-HOST
           IF WS-MES-REF-MM = 12
               COMPUTE WS-DATA-PROX-MES =
                   (WS-MES-REF-AA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-MES-REF-AA * 10000 + (WS-MES-REF-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATA-ATE-HOST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1)
      *
           STRING WS-MES-REF-MM '/' WS-MES-REF-AA
             DELIMITED BY SIZE
             INTO WS-REL-MES-EDIT
           END-STRING
      *
           DISPLAY 'DEV55P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV55P10   PERIODO DE ' WS-DATA-DE-HOST
               ' ATE ' WS-DATA-ATE-HOST
      *
           OPEN OUTPUT ARQ-RLPARREJ
      *
           IF WS-FS-RLPARREJ NOT = '00'
               DISPLAY 'DEV55P10   ERRO AO ABRIR RLPARREJ - STATUS: '
                   WS-FS-RLPARREJ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    PARETO POR ORIGEM - O CURSOR JA VEM ORDENADO POR ORIGEM E,
      *    DENTRO DELA, POR QUANTIDADE DECRESCENTE.
           EXEC SQL OPEN C-PARETO END-EXEC
      *
           MOVE ZEROS TO WS-QTD-MOTIVOS
           PERFORM 0150-FETCH-PARETO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               IF WS-QTD-MOTIVOS > 0
                  AND WS-ORIGEM-HOST NOT = WS-ORIGEM-ATUAL
                   PERFORM 2000-FECHA-ORIGEM
               END-IF
               MOVE WS-ORIGEM-HOST TO WS-ORIGEM-ATUAL
               PERFORM 1000-ACUMULA-MOTIVO
               PERFORM 0150-FETCH-PARETO
           END-PERFORM
           IF WS-QTD-MOTIVOS > 0
               PERFORM 2000-FECHA-ORIGEM
           END-IF
      *
           EXEC SQL CLOSE C-PARETO END-EXEC
      *
      *    PARETO CONSOLIDADO DE TODAS AS ORIGENS DO MES.
           IF WS-TOT-REJEICOES > 0
               MOVE 'N' TO WS-FIM-CURSOR
               EXEC SQL OPEN C-PARETO-GERAL END-EXEC
               MOVE 'TODAS' TO WS-ORIGEM-HOST
               PERFORM 0160-FETCH-PARETO-GERAL
               PERFORM UNTIL WS-FIM-CURSOR = 'S'
                   MOVE WS-ORIGEM-HOST TO WS-ORIGEM-ATUAL
                   PERFORM 1000-ACUMULA-MOTIVO
                   PERFORM 0160-FETCH-PARETO-GERAL
               END-PERFORM
               EXEC SQL CLOSE C-PARETO-GERAL END-EXEC
               IF WS-QTD-MOTIVOS > 0
                   PERFORM 2000-FECHA-ORIGEM
               END-IF
               PERFORM 7200-IMPRIME-TOTAIS
           END-IF
      *
           DISPLAY 'DEV55P10   REJEICOES NO MES...............: '
               WS-TOT-REJEICOES
           DISPLAY 'DEV55P10   ORIGENS COM REJEICAO...........: '
               WS-TOT-ORIGENS
           DISPLAY 'DEV55P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-REJEICOES = 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           CLOSE ARQ-RLPARREJ
           GOBACK.
      *
       0150-FETCH-PARETO.
           EXEC SQL
               FETCH C-PARETO
                 INTO :WS-ORIGEM-HOST, :WS-COD-MOTIVO-HOST,
                      :WS-QTDE-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       0160-FETCH-PARETO-GERAL.
           EXEC SQL
               FETCH C-PARETO-GERAL
                 INTO :WS-COD-MOTIVO-HOST, :WS-QTDE-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
      * GUARDA O MOTIVO NA TABELA DA ORIGEM CORRENTE. PASSANDO DO
      * LIMITE DA TABELA (MAIS MOTIVOS DO QUE O CATALOGO TEM HOJE),
      * O EXCEDENTE SOMA NA ULTIMA ENTRADA COMO NAO CATALOGADO.
       1000-ACUMULA-MOTIVO.
           IF WS-QTD-MOTIVOS < WS-MAX-MOTIVOS
               ADD 1 TO WS-QTD-MOTIVOS
               MOVE WS-COD-MOTIVO-HOST
                 TO WS-ORI-COD-MOTIVO (WS-QTD-MOTIVOS)
               MOVE WS-QTDE-HOST TO WS-ORI-QTDE (WS-QTD-MOTIVOS)
           ELSE
               MOVE MOT-COD-NAO-CATALOGADO
                 TO WS-ORI-COD-MOTIVO (WS-QTD-MOTIVOS)
               ADD WS-QTDE-HOST TO WS-ORI-QTDE (WS-QTD-MOTIVOS)
           END-IF
           ADD WS-QTDE-HOST TO WS-TOT-ORIGEM.
      *
      * QUEBRA DE ORIGEM - IMPRIME OS MOTIVOS GUARDADOS COM O
      * PERCENTUAL SOBRE O TOTAL DA ORIGEM E O PERCENTUAL ACUMULADO,
      * SEGUIDOS DO TOTAL DA ORIGEM, E ZERA A TABELA PARA A PROXIMA.
       2000-FECHA-ORIGEM.
           IF WS-ORIGEM-ATUAL = SPACES
               MOVE '(SEM IDENT)' TO WS-ORIGEM-EDIT
           ELSE
               MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-EDIT
           END-IF
           IF WS-ORIGEM-ATUAL NOT = 'TODAS'
               ADD 1 TO WS-TOT-ORIGENS
               ADD WS-TOT-ORIGEM TO WS-TOT-REJEICOES
           END-IF
           IF WS-REL-LINHA + WS-QTD-MOTIVOS + 3 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE ZEROS TO WS-ACUM-ORIGEM
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND > WS-QTD-MOTIVOS
               PERFORM 7000-IMPRIME-MOTIVO
               ADD 1 TO WS-IND
           END-PERFORM
           PERFORM 7100-IMPRIME-TOTAL-ORIGEM
           MOVE ZEROS TO WS-QTD-MOTIVOS
           MOVE ZEROS TO WS-TOT-ORIGEM.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO PAR-CB1-DATA
           MOVE WS-REL-MES-EDIT TO PAR-CB1-MES
           MOVE WS-REL-PAGINA TO PAR-CB1-PAG
           WRITE REG-RLPARREJ FROM PAR-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLPARREJ FROM PAR-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7000-IMPRIME-MOTIVO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           ADD WS-ORI-QTDE (WS-IND) TO WS-ACUM-ORIGEM
           COMPUTE WS-PCT ROUNDED =
               (WS-ORI-QTDE (WS-IND) * 100) / WS-TOT-ORIGEM
           COMPUTE WS-PCT-ACUM ROUNDED =
               (WS-ACUM-ORIGEM * 100) / WS-TOT-ORIGEM
      *
           SET IDX-MOT TO 1
           SEARCH MOT-TAB-ENTRADA
               AT END
                   MOVE 'NAO CATALOGADO' TO PAR-LD1-DESCMOTIVO
               WHEN MOT-TAB-CODIGO(IDX-MOT) = WS-ORI-COD-MOTIVO (WS-IND)
                   MOVE MOT-TAB-TEXTO(IDX-MOT) TO PAR-LD1-DESCMOTIVO
           END-SEARCH
      *
      *    A ORIGEM SO SAI NA PRIMEIRA LINHA DO BLOCO.
           IF WS-IND = 1
               MOVE WS-ORIGEM-EDIT TO PAR-LD1-ORIGEM
           ELSE
               MOVE SPACES TO PAR-LD1-ORIGEM
           END-IF
           MOVE WS-ORI-COD-MOTIVO (WS-IND) TO PAR-LD1-CODMOTIVO
           MOVE WS-ORI-QTDE (WS-IND) TO PAR-LD1-QTDE
           MOVE WS-PCT TO PAR-LD1-PCT
           MOVE WS-PCT-ACUM TO PAR-LD1-PCT-ACUM
           IF WS-IND = 1
               WRITE REG-RLPARREJ FROM PAR-LINDET1
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           ELSE
               WRITE REG-RLPARREJ FROM PAR-LINDET1
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REL-LINHA
           END-IF.
      *
       7100-IMPRIME-TOTAL-ORIGEM.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-ORIGEM-EDIT TO PAR-TOR-ORIGEM
           MOVE WS-TOT-ORIGEM TO PAR-TOR-QTDE
           WRITE REG-RLPARREJ FROM PAR-TOT-ORIGEM
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-REJEICOES TO PAR-TOT-REJEICOES
           MOVE WS-TOT-ORIGENS TO PAR-TOT-ORIGENS
           WRITE REG-RLPARREJ FROM PAR-TOTAIS AFTER ADVANCING 2 LINES.
