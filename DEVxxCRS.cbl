       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV65P10.
      *
      *----------------------------------------------------------------*
      * CIRCULARIZACAO DE SALDOS PARA A AUDITORIA EXTERNA - CONFERENCIA*
      * DAS RESPOSTAS. CRUZA A AMOSTRA SORTEADA PELO DEV64P10          *
      * (DEVCIRAM) COM O ARQUIVO DE RESPOSTAS DEVOLVIDO PELOS          *
      * AUDITORES (DEVCIRRS, LAYOUT DEVCIRCL) E IMPRIME NO RLCIRRES,   *
      * EM SECOES SEPARADAS:                                           *
      *   - CONFIRMADOS - RESPOSTA 'C' (SALDO INFORMADO EM BRANCO OU   *
      *     IGUAL AO DA CARTA);                                        *
      *   - DIVERGENTES - RESPOSTA 'D', OU 'C' COM SALDO INFORMADO     *
      *     DIFERENTE DO DA CARTA, COM A DIFERENCA (CARTA - INFORMADO);*
      *   - SEM RESPOSTA - CARTA SEM RESPOSTA NO ARQUIVO;              *
      *   - RESPOSTAS QUE NAO CORRESPONDEM A NENHUMA CARTA OU COM TIPO *
      *     INVALIDO - PARA OS AUDITORES ACERTAREM A REFERENCIA.       *
      * RESPOSTA REPETIDA PARA A MESMA CARTA - VALE A ULTIMA.          *
      * RETURN CODE 4 = NENHUMA RESPOSTA  8 = HA DIVERGENCIA           *
      * 12 = ABORT.                                                    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AMOSTRA ASSIGN TO 'DEVCIRAM'
               FILE STATUS IS WS-FS-AMOSTRA.
           SELECT ARQ-RESPOSTAS ASSIGN TO 'DEVCIRRS'
               FILE STATUS IS WS-FS-RESPOSTAS.
           SELECT ARQ-RLCIRRES ASSIGN TO 'RLCIRRES'
               FILE STATUS IS WS-FS-RLCIRRES.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-AMOSTRA
           RECORDING MODE F
           RECORD CONTAINS 100 CHARACTERS.
       01 REG-AMOSTRA              PIC X(100).
      *
       FD ARQ-RESPOSTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-RESPOSTAS            PIC X(080).
      *
       FD ARQ-RLCIRRES
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCIRRES             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVCRSRL.
      *
           COPY DEVCIRCL.
      *
       01 WS-FS-AMOSTRA            PIC XX VALUE SPACES.
       01 WS-FS-RESPOSTAS          PIC XX VALUE SPACES.
       01 WS-FS-RLCIRRES           PIC XX VALUE SPACES.
       01 WS-FIM-AMOSTRA           PIC X VALUE 'N'.
       01 WS-FIM-RESPOSTAS         PIC X VALUE 'N'.
       01 WS-ABORTADO              PIC X VALUE 'N'.
           88 PROCESSAMENTO-ABORTADO          VALUE 'S'.
      *
      * SECAO EM IMPRESSAO E SITUACAO DA CARTA LIDA - 'C' CONFIRMADA,
      * 'D' DIVERGENTE, 'N' SEM RESPOSTA.
       01 WS-SECAO                 PIC X VALUE SPACE.
       01 WS-SITUACAO              PIC X VALUE SPACE.
           88 CARTA-CONFIRMADA                VALUE 'C'.
           88 CARTA-DIVERGENTE                VALUE 'D'.
           88 CARTA-SEM-RESPOSTA              VALUE 'N'.
       01 WS-DIFERENCA             PIC S9(013)V99 COMP-3 VALUE ZEROS.
      *
      * RESPOSTAS CARREGADAS DO DEVCIRRS. WS-RSP-USADA = 'S' QUANDO A
      * RESPOSTA CASOU COM UMA CARTA DA AMOSTRA.
       01 WS-TAB-RESPOSTAS.
           05 WS-RESPOSTA          OCCURS 3000 TIMES.
               10 WS-RSP-CODIGO    PIC 9(007).
               10 WS-RSP-TIPO      PIC X(001).
               10 WS-RSP-SALDO     PIC S9(013)V99 COMP-3.
               10 WS-RSP-OBS       PIC X(040).
               10 WS-RSP-USADA     PIC X(001).
       01 WS-QTD-RESPOSTAS         PIC 9(005) VALUE ZEROS.
       01 WS-IND-RESPOSTA          PIC 9(005) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-CARTAS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LIDAS-RSP     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REPETIDAS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-INVALIDAS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-CARTA     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CONFIRMADAS   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DIVERGENTES   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-RESPOSTA  PIC 9(007) VALUE ZEROS.
           05 WS-SLD-CONFIRMADAS   PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SLD-DIVERGENTES   PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SLD-SEM-RESPOSTA  PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SLD-DIFERENCAS    PIC S9(015)V99 COMP-3 VALUE ZEROS.
       01 WS-DATA-SNAP             PIC 9(008) VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
       01 WS-EDT-DATA.
           05 WS-EDT-DATA-AA       PIC 9(004).
           05 WS-EDT-DATA-MM       PIC 9(002).
           05 WS-EDT-DATA-DD       PIC 9(002).
       01 WS-EDT-DATA-N REDEFINES WS-EDT-DATA
                                   PIC 9(008).
       01 WS-EDT-DATA-X            PIC X(010) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA-N
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           DISPLAY 'DEV65P10   INICIO DO PROCESSAMENTO'
      *
           OPEN OUTPUT ARQ-RLCIRRES
           IF WS-FS-RLCIRRES NOT = '00'
               DISPLAY 'DEV65P10   ERRO AO ABRIR RLCIRRES - STATUS: '
                   WS-FS-RLCIRRES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0100-CARREGA-RESPOSTAS
           IF PROCESSAMENTO-ABORTADO
               CLOSE ARQ-RLCIRRES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
      * UMA LEITURA DA AMOSTRA POR SECAO - CADA CARTA SAI SO NA SECAO
      * DA SUA SITUACAO.
           MOVE 'C' TO WS-SECAO
           MOVE 'CARTAS CONFIRMADAS' TO CRS-CB2-SECAO
           PERFORM 1000-PERCORRE-AMOSTRA
           IF NOT PROCESSAMENTO-ABORTADO
               MOVE 'D' TO WS-SECAO
               MOVE 'CARTAS DIVERGENTES' TO CRS-CB2-SECAO
               PERFORM 1000-PERCORRE-AMOSTRA
           END-IF
           IF NOT PROCESSAMENTO-ABORTADO
               MOVE 'N' TO WS-SECAO
               MOVE 'CARTAS SEM RESPOSTA' TO CRS-CB2-SECAO
               PERFORM 1000-PERCORRE-AMOSTRA
           END-IF
      *
           IF NOT PROCESSAMENTO-ABORTADO
               PERFORM 7100-IMPRIME-SEM-CARTA
           END-IF
           PERFORM 7200-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV65P10   CARTAS NA AMOSTRA..............: '
               WS-TOT-CARTAS
           DISPLAY 'DEV65P10   RESPOSTAS LIDAS................: '
               WS-TOT-LIDAS-RSP
           DISPLAY 'DEV65P10   CONFIRMADAS....................: '
               WS-TOT-CONFIRMADAS
           DISPLAY 'DEV65P10   DIVERGENTES....................: '
               WS-TOT-DIVERGENTES
           DISPLAY 'DEV65P10   SEM RESPOSTA...................: '
               WS-TOT-SEM-RESPOSTA
           DISPLAY 'DEV65P10   RESPOSTAS SEM CARTA/INVALIDAS..: '
               WS-TOT-SEM-CARTA ' / ' WS-TOT-INVALIDAS
           DISPLAY 'DEV65P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TOT-DIVERGENTES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-RESPOSTAS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-RLCIRRES
           GOBACK.
      *
      * RESPOSTA COM TIPO DIFERENTE DE 'C'/'D' OU CODIGO NAO NUMERICO
      * NAO ENTRA NA TABELA - SAI NA RELACAO DE RESPOSTAS INVALIDAS.
       0100-CARREGA-RESPOSTAS.
           OPEN INPUT ARQ-RESPOSTAS
           IF WS-FS-RESPOSTAS NOT = '00'
               DISPLAY 'DEV65P10   ERRO AO ABRIR DEVCIRRS - STATUS: '
                   WS-FS-RESPOSTAS
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM UNTIL WS-FIM-RESPOSTAS = 'S'
               READ ARQ-RESPOSTAS INTO RSP-REGISTRO
                   AT END
                       MOVE 'S' TO WS-FIM-RESPOSTAS
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDAS-RSP
                       PERFORM 0110-GUARDA-RESPOSTA
               END-READ
           END-PERFORM
      *
           CLOSE ARQ-RESPOSTAS
           DISPLAY 'DEV65P10   RESPOSTAS CARREGADAS...........: '
               WS-QTD-RESPOSTAS.
      *
       0110-GUARDA-RESPOSTA.
           IF RSP-SALDO-INFORMADO-X = SPACES
               MOVE ZEROS TO RSP-SALDO-INFORMADO
           END-IF
           IF RSP-CODIGOCLI IS NOT NUMERIC
              OR (NOT RSP-CONFIRMA AND NOT RSP-DISCORDA)
              OR RSP-SALDO-INFORMADO IS NOT NUMERIC
               ADD 1 TO WS-TOT-INVALIDAS
               MOVE 'RESPOSTA INVALIDA (CODIGO/TIPO/SALDO)'
                   TO CRS-LD3-MOTIVO
               PERFORM 7150-IMPRIME-RESPOSTA-AVULSA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 1 TO WS-IND-RESPOSTA
           PERFORM UNTIL WS-IND-RESPOSTA > WS-QTD-RESPOSTAS
                      OR WS-RSP-CODIGO(WS-IND-RESPOSTA) = RSP-CODIGOCLI
               ADD 1 TO WS-IND-RESPOSTA
           END-PERFORM
           IF WS-IND-RESPOSTA > WS-QTD-RESPOSTAS
               IF WS-QTD-RESPOSTAS >= 3000
                   DISPLAY 'DEV65P10   MAIS DE 3000 RESPOSTAS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 'S' TO WS-ABORTADO
                   MOVE 'S' TO WS-FIM-RESPOSTAS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-RESPOSTAS
               MOVE WS-QTD-RESPOSTAS TO WS-IND-RESPOSTA
           ELSE
               ADD 1 TO WS-TOT-REPETIDAS
           END-IF
      *
           MOVE RSP-CODIGOCLI TO WS-RSP-CODIGO(WS-IND-RESPOSTA)
           MOVE RSP-RESPOSTA TO WS-RSP-TIPO(WS-IND-RESPOSTA)
           MOVE RSP-SALDO-INFORMADO TO WS-RSP-SALDO(WS-IND-RESPOSTA)
           MOVE RSP-OBSERVACAO TO WS-RSP-OBS(WS-IND-RESPOSTA)
           MOVE 'N' TO WS-RSP-USADA(WS-IND-RESPOSTA).
      *
       1000-PERCORRE-AMOSTRA.
           OPEN INPUT ARQ-AMOSTRA
           IF WS-FS-AMOSTRA NOT = '00'
               DISPLAY 'DEV65P10   ERRO AO ABRIR DEVCIRAM - STATUS: '
                   WS-FS-AMOSTRA
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 99 TO WS-REL-LINHA
           MOVE 'N' TO WS-FIM-AMOSTRA
           PERFORM UNTIL WS-FIM-AMOSTRA = 'S'
               READ ARQ-AMOSTRA INTO AMO-REGISTRO
                   AT END
                       MOVE 'S' TO WS-FIM-AMOSTRA
                   NOT AT END
                       PERFORM 2000-CLASSIFICA-CARTA
                       IF WS-SITUACAO = WS-SECAO
                           PERFORM 7000-IMPRIME-CARTA
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE ARQ-AMOSTRA
      *
           IF WS-REL-LINHA = 99
               PERFORM 0500-IMPRIME-CABECALHO
               MOVE 'NENHUMA CARTA NESTA SITUACAO' TO CRS-LAV-TEXTO
               WRITE REG-RLCIRRES FROM CRS-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
      * SITUACAO DA CARTA PELA RESPOSTA DO MESMO CODIGO. 'C' COM SALDO
      * INFORMADO PREENCHIDO E DIFERENTE DO DA CARTA E DIVERGENCIA.
       2000-CLASSIFICA-CARTA.
           MOVE AMO-DATA-SNAP TO WS-DATA-SNAP
           MOVE ZEROS TO WS-DIFERENCA
           MOVE 1 TO WS-IND-RESPOSTA
           PERFORM UNTIL WS-IND-RESPOSTA > WS-QTD-RESPOSTAS
                      OR WS-RSP-CODIGO(WS-IND-RESPOSTA) = AMO-CODIGOCLI
               ADD 1 TO WS-IND-RESPOSTA
           END-PERFORM
      *
           IF WS-IND-RESPOSTA > WS-QTD-RESPOSTAS
               MOVE 'N' TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'S' TO WS-RSP-USADA(WS-IND-RESPOSTA)
           IF WS-RSP-TIPO(WS-IND-RESPOSTA) = 'C'
              AND (WS-RSP-SALDO(WS-IND-RESPOSTA) = 0
                   OR WS-RSP-SALDO(WS-IND-RESPOSTA) = AMO-SALDO)
               MOVE 'C' TO WS-SITUACAO
           ELSE
               MOVE 'D' TO WS-SITUACAO
               COMPUTE WS-DIFERENCA =
                   AMO-SALDO - WS-RSP-SALDO(WS-IND-RESPOSTA)
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO CRS-CB1-DATA
           MOVE WS-REL-PAGINA TO CRS-CB1-PAG
           WRITE REG-RLCIRRES FROM CRS-CABEC1 AFTER ADVANCING PAGE
           MOVE SPACES TO CRS-CB2-DATA-SNAP
           IF WS-DATA-SNAP > 0
               MOVE WS-DATA-SNAP TO WS-EDT-DATA-N
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X TO CRS-CB2-DATA-SNAP
           END-IF
           WRITE REG-RLCIRRES FROM CRS-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7000-IMPRIME-CARTA.
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLCIRRES FROM CRS-CABEC3
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE AMO-FAIXA TO CRS-LD1-FAIXA
           MOVE AMO-CODIGOCLI TO CRS-LD1-CODIGO
           MOVE AMO-RAZSOCIAL TO CRS-LD1-RAZAO
           MOVE AMO-SALDO TO CRS-LD1-SALDO-CARTA
      *
           EVALUATE TRUE
               WHEN CARTA-CONFIRMADA
                   ADD 1 TO WS-TOT-CONFIRMADAS
                   ADD AMO-SALDO TO WS-SLD-CONFIRMADAS
                   MOVE AMO-SALDO TO CRS-LD1-SALDO-INFORM
                   MOVE SPACES TO CRS-LD1-DIFERENCA-X
               WHEN CARTA-DIVERGENTE
                   ADD 1 TO WS-TOT-DIVERGENTES
                   ADD AMO-SALDO TO WS-SLD-DIVERGENTES
                   ADD WS-DIFERENCA TO WS-SLD-DIFERENCAS
                   MOVE WS-RSP-SALDO(WS-IND-RESPOSTA)
                       TO CRS-LD1-SALDO-INFORM
                   MOVE WS-DIFERENCA TO CRS-LD1-DIFERENCA
               WHEN OTHER
                   ADD 1 TO WS-TOT-SEM-RESPOSTA
                   ADD AMO-SALDO TO WS-SLD-SEM-RESPOSTA
                   MOVE SPACES TO CRS-LD1-SALDO-INFORM-X
                                  CRS-LD1-DIFERENCA-X
           END-EVALUATE
           ADD 1 TO WS-TOT-CARTAS
      *
           WRITE REG-RLCIRRES FROM CRS-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA
      *
           IF CARTA-DIVERGENTE
              AND WS-RSP-OBS(WS-IND-RESPOSTA) NOT = SPACES
               MOVE WS-RSP-OBS(WS-IND-RESPOSTA) TO CRS-LD2-OBSERVACAO
               WRITE REG-RLCIRRES FROM CRS-LINDET2
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REL-LINHA
           END-IF.
      *
      * RESPOSTAS QUE NAO CASARAM COM NENHUMA CARTA DA AMOSTRA.
       7100-IMPRIME-SEM-CARTA.
           MOVE 'RESPOSTAS SEM CARTA OU INVALIDAS' TO CRS-CB2-SECAO
           PERFORM 0500-IMPRIME-CABECALHO
           MOVE 1 TO WS-IND-RESPOSTA
           PERFORM UNTIL WS-IND-RESPOSTA > WS-QTD-RESPOSTAS
               IF WS-RSP-USADA(WS-IND-RESPOSTA) = 'N'
                   ADD 1 TO WS-TOT-SEM-CARTA
                   MOVE WS-RSP-CODIGO(WS-IND-RESPOSTA)
                       TO RSP-CODIGOCLI
                   MOVE WS-RSP-TIPO(WS-IND-RESPOSTA) TO RSP-RESPOSTA
                   MOVE WS-RSP-SALDO(WS-IND-RESPOSTA)
                       TO RSP-SALDO-INFORMADO
                   MOVE 'CODIGO NAO CONSTA NA AMOSTRA'
                       TO CRS-LD3-MOTIVO
                   PERFORM 7150-IMPRIME-RESPOSTA-AVULSA
               END-IF
               ADD 1 TO WS-IND-RESPOSTA
           END-PERFORM
           IF WS-TOT-SEM-CARTA = 0 AND WS-TOT-INVALIDAS = 0
               MOVE 'NENHUMA' TO CRS-LAV-TEXTO
               WRITE REG-RLCIRRES FROM CRS-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
      * AS RESPOSTAS INVALIDAS SAO IMPRESSAS NA CARGA, ANTES DE
      * QUALQUER SECAO - POR ISSO O CABECALHO PROPRIO NA PRIMEIRA.
       7150-IMPRIME-RESPOSTA-AVULSA.
           IF WS-REL-PAGINA = 0
               MOVE 'RESPOSTAS INVALIDAS' TO CRS-CB2-SECAO
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           IF RSP-CODIGOCLI IS NUMERIC
               MOVE RSP-CODIGOCLI TO CRS-LD3-CODIGO
           ELSE
               MOVE ZEROS TO CRS-LD3-CODIGO
           END-IF
           MOVE RSP-RESPOSTA TO CRS-LD3-RESPOSTA
           IF RSP-SALDO-INFORMADO IS NUMERIC
               MOVE RSP-SALDO-INFORMADO TO CRS-LD3-SALDO-INFORM
           ELSE
               MOVE ZEROS TO CRS-LD3-SALDO-INFORM
           END-IF
           WRITE REG-RLCIRRES FROM CRS-LINDET3 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-TOTAIS.
           MOVE 'TOTAIS' TO CRS-CB2-SECAO
           PERFORM 0500-IMPRIME-CABECALHO
           IF PROCESSAMENTO-ABORTADO
               MOVE 'PROCESSAMENTO ABORTADO - CONFERENCIA INCOMPLETA'
                   TO CRS-LAV-TEXTO
               WRITE REG-RLCIRRES FROM CRS-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF
      *
           MOVE 'CARTAS NA AMOSTRA' TO CRS-TOT-ROTULO
           MOVE WS-TOT-CARTAS TO CRS-TOT-QTDE
           COMPUTE CRS-TOT-SALDO = WS-SLD-CONFIRMADAS
               + WS-SLD-DIVERGENTES + WS-SLD-SEM-RESPOSTA
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 2 LINES
           MOVE '  CONFIRMADAS' TO CRS-TOT-ROTULO
           MOVE WS-TOT-CONFIRMADAS TO CRS-TOT-QTDE
           MOVE WS-SLD-CONFIRMADAS TO CRS-TOT-SALDO
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  DIVERGENTES' TO CRS-TOT-ROTULO
           MOVE WS-TOT-DIVERGENTES TO CRS-TOT-QTDE
           MOVE WS-SLD-DIVERGENTES TO CRS-TOT-SALDO
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '    DIFERENCA TOTAL' TO CRS-TOT-ROTULO
           MOVE ZEROS TO CRS-TOT-QTDE
           MOVE WS-SLD-DIFERENCAS TO CRS-TOT-SALDO
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  SEM RESPOSTA' TO CRS-TOT-ROTULO
           MOVE WS-TOT-SEM-RESPOSTA TO CRS-TOT-QTDE
           MOVE WS-SLD-SEM-RESPOSTA TO CRS-TOT-SALDO
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES
      *
           MOVE SPACES TO CRS-TOT-SALDO-X
           MOVE 'RESPOSTAS LIDAS' TO CRS-TOT-ROTULO
           MOVE WS-TOT-LIDAS-RSP TO CRS-TOT-QTDE
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 2 LINES
           MOVE '  REPETIDAS (VALEU A ULTIMA)' TO CRS-TOT-ROTULO
           MOVE WS-TOT-REPETIDAS TO CRS-TOT-QTDE
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  SEM CARTA NA AMOSTRA' TO CRS-TOT-ROTULO
           MOVE WS-TOT-SEM-CARTA TO CRS-TOT-QTDE
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  INVALIDAS' TO CRS-TOT-ROTULO
           MOVE WS-TOT-INVALIDAS TO CRS-TOT-QTDE
           WRITE REG-RLCIRRES FROM CRS-TOTAIS AFTER ADVANCING 1 LINES.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DATA-DD '/' WS-EDT-DATA-MM '/'
                  WS-EDT-DATA-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
