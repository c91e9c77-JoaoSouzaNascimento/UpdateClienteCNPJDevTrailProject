       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV64P10.
      *
      *----------------------------------------------------------------*
      * CIRCULARIZACAO DE SALDOS PARA A AUDITORIA EXTERNA - SORTEIO DA *
      * AMOSTRA E EMISSAO DAS CARTAS. A POPULACAO E A FOTOGRAFIA       *
      * ALUNO06.CLIENTPJ_SNAP DA DATA INFORMADA (NORMALMENTE A DE      *
      * DEZEMBRO), DIVIDIDA EM FAIXAS DE SALDO_CLI. EM CADA FAIXA A    *
      * AMOSTRA E SISTEMATICA SOBRE OS CLIENTES EM ORDEM DE SALDO: UM  *
      * A CADA (POPULACAO / AMOSTRA), A PARTIR DE UMA POSICAO INICIAL  *
      * TIRADA DA SEMENTE - A MESMA SEMENTE REPRODUZ A MESMA AMOSTRA.  *
      * AMOSTRA IGUAL OU MAIOR QUE A FAIXA CIRCULARIZA A FAIXA TODA.   *
      * SYSIN - PRIMEIRA LINHA: DATA DA FOTOGRAFIA (AAAAMMDD), SEMENTE *
      * (5 DIGITOS) E QUANTIDADE DE FAIXAS (ATE 10); DEPOIS UMA LINHA  *
      * POR FAIXA, EM ORDEM CRESCENTE: LIMITE SUPERIOR DE SALDO (15    *
      * DIGITOS, 2 DECIMAIS) E TAMANHO DA AMOSTRA (5 DIGITOS). A       *
      * PRIMEIRA FAIXA NAO TEM LIMITE INFERIOR (INCLUI SALDO NEGATIVO) *
      * E A ULTIMA NAO TEM LIMITE SUPERIOR - O LIMITE DELA E IGNORADO. *
      * SAIDAS - RLCIRCAR (UMA CARTA POR PAGINA), RLAMOSTR (RELACAO    *
      * DAS CARTAS E RESUMO POR FAIXA) E DEVCIRAM (DEVCIRCL), A        *
      * AMOSTRA QUE O DEV65P10 USA PARA CONFERIR AS RESPOSTAS.         *
      * RETURN CODE 4 = NENHUMA CARTA  12 = PARAMETRO INVALIDO/ABORT.  *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLISNAP END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RLCIRCAR ASSIGN TO 'RLCIRCAR'
               FILE STATUS IS WS-FS-RLCIRCAR.
           SELECT ARQ-RLAMOSTR ASSIGN TO 'RLAMOSTR'
               FILE STATUS IS WS-FS-RLAMOSTR.
           SELECT ARQ-AMOSTRA ASSIGN TO 'DEVCIRAM'
               FILE STATUS IS WS-FS-AMOSTRA.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-RLCIRCAR
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCIRCAR             PIC X(132).
      *
       FD ARQ-RLAMOSTR
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLAMOSTR             PIC X(132).
      *
       FD ARQ-AMOSTRA
           RECORDING MODE F
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-AMOSTRA              PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVCIRRL.
      *
           COPY DEVCIRCL.
      *
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-NUMECNPJA-HOST        PIC X(8).
           05 WS-FILIALCNPJA-HOST      PIC X(4).
           05 WS-CTLCNPJ-HOST          PIC X(2).
           05 WS-SALDO-HOST            PIC S9(11)V99.
      *
       01 WS-DATA-SNAP-HOST        PIC 9(8) VALUE ZEROS.
       01 WS-QTD-SNAP-HOST         PIC S9(9) COMP VALUE ZEROS.
      *
      * PARAMETROS DO SORTEIO, LIDOS DO SYSIN.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DATA-SNAP        PIC 9(008) VALUE ZEROS.
           05 WS-PARM-SEMENTE          PIC 9(005) VALUE ZEROS.
           05 WS-PARM-QTDE-FAIXAS      PIC 9(002) VALUE ZEROS.
       01 WS-PARM-FAIXA-LINHA.
           05 WS-PARM-LIMITE           PIC 9(013)V99 VALUE ZEROS.
           05 WS-PARM-AMOSTRA          PIC 9(005) VALUE ZEROS.
      *
      * FAIXAS DE SALDO. WS-FX-POSICAO CONTA OS CLIENTES DA FAIXA JA
      * LIDOS NA SEGUNDA PASSADA; O CLIENTE ENTRA NA AMOSTRA QUANDO A
      * POSICAO CHEGA A WS-FX-PROXIMO.
       01 WS-TAB-FAIXAS.
           05 WS-FAIXA             OCCURS 10 TIMES.
               10 WS-FX-LIMITE     PIC S9(013)V99 COMP-3.
               10 WS-FX-AMOSTRA    PIC 9(005).
               10 WS-FX-POPULACAO  PIC 9(007).
               10 WS-FX-SALDO-POP  PIC S9(015)V99 COMP-3.
               10 WS-FX-SORTEADOS  PIC 9(005).
               10 WS-FX-SALDO-AMO  PIC S9(015)V99 COMP-3.
               10 WS-FX-INTERVALO  PIC 9(007)V9(4).
               10 WS-FX-INICIO     PIC 9(007).
               10 WS-FX-POSICAO    PIC 9(007).
               10 WS-FX-PROXIMO    PIC 9(007).
       01 WS-QTD-FAIXAS            PIC 9(002) VALUE ZEROS.
       01 WS-IND-FAIXA             PIC 9(002) VALUE ZEROS.
       01 WS-PASSO-INTEIRO         PIC 9(007) VALUE ZEROS.
       01 WS-QUOCIENTE             PIC 9(007) VALUE ZEROS.
       01 WS-RESTO                 PIC 9(007) VALUE ZEROS.
       01 WS-IND-LINHA             PIC 9(002) VALUE ZEROS.
      *
       01 WS-FS-RLCIRCAR           PIC XX VALUE SPACES.
       01 WS-FS-RLAMOSTR           PIC XX VALUE SPACES.
       01 WS-FS-AMOSTRA            PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-PASSADA               PIC X VALUE '1'.
           88 PASSADA-CONTAGEM                VALUE '1'.
           88 PASSADA-SORTEIO                 VALUE '2'.
       01 WS-ABORTADO              PIC X VALUE 'N'.
           88 PROCESSAMENTO-ABORTADO          VALUE 'S'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-POPULACAO     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SALDO-POP     PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-CARTAS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SALDO-AMO     PIC S9(015)V99 COMP-3 VALUE ZEROS.
       01 WS-COBERTURA             PIC 9(003)V99 VALUE ZEROS.
       01 WS-CNPJ-EDITADO          PIC X(018) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
       01 WS-SNAP-DATA-EDIT        PIC X(010) VALUE SPACES.
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
           EXEC SQL DECLARE C-FOTO CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI,
                      VALUE(NUMECNPJA_CLI, ' '),
                      VALUE(FILIALCNPJA_CLI, ' '),
                      VALUE(CTLCNPJ_CLI, ' '),
                      VALUE(SALDO_CLI, 0)
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP = :WS-DATA-SNAP-HOST
                ORDER BY 6, CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA-N
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           DISPLAY 'DEV64P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-CARREGA-PARAMETROS
           IF PROCESSAMENTO-ABORTADO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-SNAP-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP = :WS-DATA-SNAP-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV64P10   ERRO NA LEITURA DE CLIENTPJ_SNAP - '
                   'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-QTD-SNAP-HOST = 0
               DISPLAY 'DEV64P10   NAO HA FOTOGRAFIA EM CLIENTPJ_SNAP '
                   'NA DATA ' WS-DATA-SNAP-HOST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLCIRCAR
           IF WS-FS-RLCIRCAR NOT = '00'
               DISPLAY 'DEV64P10   ERRO AO ABRIR RLCIRCAR - STATUS: '
                   WS-FS-RLCIRCAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-RLAMOSTR
           IF WS-FS-RLAMOSTR NOT = '00'
               DISPLAY 'DEV64P10   ERRO AO ABRIR RLAMOSTR - STATUS: '
                   WS-FS-RLAMOSTR
               CLOSE ARQ-RLCIRCAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-AMOSTRA
           IF WS-FS-AMOSTRA NOT = '00'
               DISPLAY 'DEV64P10   ERRO AO ABRIR DEVCIRAM - STATUS: '
                   WS-FS-AMOSTRA
               CLOSE ARQ-RLCIRCAR ARQ-RLAMOSTR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
      * PRIMEIRA PASSADA - TAMANHO DE CADA FAIXA; SEGUNDA - SORTEIO.
           MOVE '1' TO WS-PASSADA
           PERFORM 1000-PERCORRE-FOTOGRAFIA
           IF NOT PROCESSAMENTO-ABORTADO
               MOVE 1 TO WS-IND-FAIXA
               PERFORM UNTIL WS-IND-FAIXA > WS-QTD-FAIXAS
                   PERFORM 1200-PREPARA-SORTEIO
                   ADD 1 TO WS-IND-FAIXA
               END-PERFORM
               MOVE '2' TO WS-PASSADA
               PERFORM 1000-PERCORRE-FOTOGRAFIA
           END-IF
      *
           PERFORM 7200-IMPRIME-RESUMO
      *
           DISPLAY 'DEV64P10   FOTOGRAFIA.....................: '
               WS-DATA-SNAP-HOST
           DISPLAY 'DEV64P10   CLIENTES NA FOTOGRAFIA.........: '
               WS-TOT-POPULACAO
           DISPLAY 'DEV64P10   CARTAS EMITIDAS................: '
               WS-TOT-CARTAS
           DISPLAY 'DEV64P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TOT-CARTAS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-RLCIRCAR ARQ-RLAMOSTR ARQ-AMOSTRA
           GOBACK.
      *
      * LE DO SYSIN A DATA, A SEMENTE E AS FAIXAS. LIMITES FORA DE
      * ORDEM CRESCENTE INVALIDAM O SORTEIO.
       0100-CARREGA-PARAMETROS.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
           IF WS-PARM-DATA-SNAP IS NOT NUMERIC
              OR WS-PARM-DATA-SNAP = 0
               DISPLAY 'DEV64P10   INFORME A DATA DA FOTOGRAFIA NO '
                   'SYSIN (AAAAMMDD)'
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-SEMENTE IS NOT NUMERIC
               MOVE ZEROS TO WS-PARM-SEMENTE
           END-IF
           IF WS-PARM-QTDE-FAIXAS IS NOT NUMERIC
              OR WS-PARM-QTDE-FAIXAS = 0
              OR WS-PARM-QTDE-FAIXAS > 10
               DISPLAY 'DEV64P10   QUANTIDADE DE FAIXAS INVALIDA NO '
                   'SYSIN - DE 1 A 10'
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-DATA-SNAP TO WS-DATA-SNAP-HOST
           MOVE WS-PARM-QTDE-FAIXAS TO WS-QTD-FAIXAS
      *
           MOVE 1 TO WS-IND-FAIXA
           PERFORM UNTIL WS-IND-FAIXA > WS-QTD-FAIXAS
               PERFORM 0110-LE-FAIXA
               ADD 1 TO WS-IND-FAIXA
           END-PERFORM
      *
           MOVE WS-DATA-SNAP-HOST TO WS-EDT-DATA-N
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-SNAP-DATA-EDIT
      *
           DISPLAY 'DEV64P10   FOTOGRAFIA ' WS-DATA-SNAP-HOST
               ' SEMENTE ' WS-PARM-SEMENTE ' FAIXAS ' WS-QTD-FAIXAS.
      *
       0110-LE-FAIXA.
           MOVE SPACES TO WS-PARM-FAIXA-LINHA
           ACCEPT WS-PARM-FAIXA-LINHA FROM SYSIN
           IF WS-PARM-LIMITE IS NOT NUMERIC
              OR WS-PARM-AMOSTRA IS NOT NUMERIC
               DISPLAY 'DEV64P10   LINHA DA FAIXA ' WS-IND-FAIXA
                   ' INVALIDA NO SYSIN'
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
           IF WS-IND-FAIXA > 1 AND WS-IND-FAIXA < WS-QTD-FAIXAS
              AND WS-PARM-LIMITE NOT > WS-FX-LIMITE(WS-IND-FAIXA - 1)
               DISPLAY 'DEV64P10   LIMITE DA FAIXA ' WS-IND-FAIXA
                   ' NAO E MAIOR QUE O DA FAIXA ANTERIOR'
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-LIMITE TO WS-FX-LIMITE(WS-IND-FAIXA)
           MOVE WS-PARM-AMOSTRA TO WS-FX-AMOSTRA(WS-IND-FAIXA)
           MOVE ZEROS TO WS-FX-POPULACAO(WS-IND-FAIXA)
                         WS-FX-SALDO-POP(WS-IND-FAIXA)
                         WS-FX-SORTEADOS(WS-IND-FAIXA)
                         WS-FX-SALDO-AMO(WS-IND-FAIXA)
                         WS-FX-POSICAO(WS-IND-FAIXA).
      *
       1000-PERCORRE-FOTOGRAFIA.
           EXEC SQL OPEN C-FOTO END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV64P10   ERRO NO OPEN C-FOTO - SQLCODE: '
                   SQLCODE
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 1100-LOCALIZA-FAIXA
               IF PASSADA-CONTAGEM
                   ADD 1 TO WS-FX-POPULACAO(WS-IND-FAIXA)
                   ADD WS-SALDO-HOST TO WS-FX-SALDO-POP(WS-IND-FAIXA)
                   ADD 1 TO WS-TOT-POPULACAO
                   ADD WS-SALDO-HOST TO WS-TOT-SALDO-POP
               ELSE
                   PERFORM 2000-SORTEIA-CLIENTE
               END-IF
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-FOTO END-EXEC.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-FOTO
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-NUMECNPJA-HOST, :WS-FILIALCNPJA-HOST,
                      :WS-CTLCNPJ-HOST, :WS-SALDO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
               IF SQLCODE NOT = 100
                   DISPLAY 'DEV64P10   ERRO NO FETCH C-FOTO - '
                       'SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ABORTADO
               END-IF
           END-IF.
      *
      * PRIMEIRA FAIXA CUJO LIMITE COMPORTA O SALDO; ACIMA DE TODOS OS
      * LIMITES, A ULTIMA.
       1100-LOCALIZA-FAIXA.
           MOVE 1 TO WS-IND-FAIXA
           PERFORM UNTIL WS-IND-FAIXA >= WS-QTD-FAIXAS
                      OR WS-SALDO-HOST NOT > WS-FX-LIMITE(WS-IND-FAIXA)
               ADD 1 TO WS-IND-FAIXA
           END-PERFORM.
      *
      * INTERVALO = POPULACAO / AMOSTRA; POSICAO INICIAL = RESTO DA
      * SEMENTE PELA PARTE INTEIRA DO INTERVALO, MAIS UM.
       1200-PREPARA-SORTEIO.
           IF WS-FX-AMOSTRA(WS-IND-FAIXA) = 0
              OR WS-FX-POPULACAO(WS-IND-FAIXA) = 0
               MOVE ZEROS TO WS-FX-AMOSTRA(WS-IND-FAIXA)
               MOVE 9999999 TO WS-FX-PROXIMO(WS-IND-FAIXA)
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-FX-AMOSTRA(WS-IND-FAIXA) >=
              WS-FX-POPULACAO(WS-IND-FAIXA)
               MOVE WS-FX-POPULACAO(WS-IND-FAIXA)
                   TO WS-FX-AMOSTRA(WS-IND-FAIXA)
               MOVE 1 TO WS-FX-INTERVALO(WS-IND-FAIXA)
               MOVE 1 TO WS-FX-INICIO(WS-IND-FAIXA)
           ELSE
               COMPUTE WS-FX-INTERVALO(WS-IND-FAIXA) =
                   WS-FX-POPULACAO(WS-IND-FAIXA) /
                   WS-FX-AMOSTRA(WS-IND-FAIXA)
               MOVE WS-FX-INTERVALO(WS-IND-FAIXA) TO WS-PASSO-INTEIRO
               DIVIDE WS-PARM-SEMENTE BY WS-PASSO-INTEIRO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO
               COMPUTE WS-FX-INICIO(WS-IND-FAIXA) = WS-RESTO + 1
           END-IF
           MOVE WS-FX-INICIO(WS-IND-FAIXA)
               TO WS-FX-PROXIMO(WS-IND-FAIXA).
      *
       2000-SORTEIA-CLIENTE.
           ADD 1 TO WS-FX-POSICAO(WS-IND-FAIXA)
           IF WS-FX-POSICAO(WS-IND-FAIXA) NOT =
              WS-FX-PROXIMO(WS-IND-FAIXA)
              OR WS-FX-SORTEADOS(WS-IND-FAIXA) >=
                 WS-FX-AMOSTRA(WS-IND-FAIXA)
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-FX-SORTEADOS(WS-IND-FAIXA)
           ADD WS-SALDO-HOST TO WS-FX-SALDO-AMO(WS-IND-FAIXA)
           ADD 1 TO WS-TOT-CARTAS
           ADD WS-SALDO-HOST TO WS-TOT-SALDO-AMO
           COMPUTE WS-FX-PROXIMO(WS-IND-FAIXA) =
               WS-FX-INICIO(WS-IND-FAIXA) +
               WS-FX-SORTEADOS(WS-IND-FAIXA) *
               WS-FX-INTERVALO(WS-IND-FAIXA)
      *
           MOVE SPACES TO WS-CNPJ-EDITADO
           STRING WS-NUMECNPJA-HOST(1:2) '.' WS-NUMECNPJA-HOST(3:3)
                  '.' WS-NUMECNPJA-HOST(6:3) '/' WS-FILIALCNPJA-HOST
                  '-' WS-CTLCNPJ-HOST
               DELIMITED BY SIZE
               INTO WS-CNPJ-EDITADO
           END-STRING
      *
           PERFORM 2100-EMITE-CARTA
      *
           MOVE WS-DATA-SNAP-HOST TO AMO-DATA-SNAP
           MOVE WS-CODIGOCLI-HOST TO AMO-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO AMO-RAZSOCIAL
           MOVE WS-CNPJ-EDITADO TO AMO-CNPJ
           MOVE WS-IND-FAIXA TO AMO-FAIXA
           MOVE WS-SALDO-HOST TO AMO-SALDO
           WRITE REG-AMOSTRA FROM AMO-REGISTRO
      *
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLAMOSTR FROM CIR-CABEC4
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE WS-IND-FAIXA TO CIR-LD2-FAIXA
           MOVE WS-CODIGOCLI-HOST TO CIR-LD2-CODIGO
           MOVE WS-RAZSOCIAL-HOST TO CIR-LD2-RAZAO
           MOVE WS-CNPJ-EDITADO TO CIR-LD2-CNPJ
           MOVE WS-SALDO-HOST TO CIR-LD2-SALDO
           WRITE REG-RLAMOSTR FROM CIR-LINDET2 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
      * UMA CARTA POR PAGINA. A REFERENCIA DA CARTA E O CODIGO DO
      * CLIENTE - E ELA QUE VOLTA NO ARQUIVO DE RESPOSTAS.
       2100-EMITE-CARTA.
           MOVE WS-CODIGOCLI-HOST TO CIR-CCB-REFERENCIA
           MOVE WS-REL-DATA-EDIT TO CIR-CCB-DATA
           WRITE REG-RLCIRCAR FROM CIR-CARTA-CAB AFTER ADVANCING PAGE
      *
           MOVE 'A' TO CIR-CLN-TEXTO
           WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
               AFTER ADVANCING 3 LINES
           MOVE WS-RAZSOCIAL-HOST TO CIR-CLN-TEXTO
           WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
               AFTER ADVANCING 1 LINES
           MOVE SPACES TO CIR-CLN-TEXTO
           STRING 'CNPJ: ' WS-CNPJ-EDITADO
               DELIMITED BY SIZE
               INTO CIR-CLN-TEXTO
           END-STRING
           WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
               AFTER ADVANCING 1 LINES
      *
           MOVE SPACES TO CIR-CLN-TEXTO
           WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
               AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-IND-LINHA
           PERFORM UNTIL WS-IND-LINHA > 6
               MOVE CIR-LINHA-ANTES(WS-IND-LINHA) TO CIR-CLN-TEXTO
               WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-IND-LINHA
           END-PERFORM
      *
           MOVE WS-SNAP-DATA-EDIT TO CIR-CSD-DATA
           MOVE WS-SALDO-HOST TO CIR-CSD-SALDO
           WRITE REG-RLCIRCAR FROM CIR-CARTA-SALDO
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO CIR-CLN-TEXTO
           WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
               AFTER ADVANCING 1 LINES
      *
           MOVE 1 TO WS-IND-LINHA
           PERFORM UNTIL WS-IND-LINHA > 9
               MOVE CIR-LINHA-DEPOIS(WS-IND-LINHA) TO CIR-CLN-TEXTO
               WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-IND-LINHA
           END-PERFORM
      *
           MOVE SPACES TO CIR-CLN-TEXTO
           STRING 'REFERENCIA PARA A RESPOSTA AOS AUDITORES: '
                  WS-CODIGOCLI-HOST
               DELIMITED BY SIZE
               INTO CIR-CLN-TEXTO
           END-STRING
           WRITE REG-RLCIRCAR FROM CIR-CARTA-LINHA
               AFTER ADVANCING 3 LINES.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO CIR-CB1-DATA
           MOVE WS-REL-PAGINA TO CIR-CB1-PAG
           WRITE REG-RLAMOSTR FROM CIR-CABEC1 AFTER ADVANCING PAGE
           MOVE WS-SNAP-DATA-EDIT TO CIR-CB2-DATA-SNAP
           MOVE WS-PARM-SEMENTE TO CIR-CB2-SEMENTE
           WRITE REG-RLAMOSTR FROM CIR-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * RESUMO POR FAIXA NO FIM DO RLAMOSTR - POPULACAO, CARTAS E
      * COBERTURA DO SALDO (SALDO DAS CARTAS / SALDO DA FAIXA).
       7200-IMPRIME-RESUMO.
           PERFORM 0500-IMPRIME-CABECALHO
           IF PROCESSAMENTO-ABORTADO
               MOVE SPACES TO CIR-LAV-TEXTO
               STRING 'PROCESSAMENTO ABORTADO - AMOSTRA INCOMPLETA, '
                      'NAO USAR AS CARTAS NEM O DEVCIRAM'
                   DELIMITED BY SIZE
                   INTO CIR-LAV-TEXTO
               END-STRING
               WRITE REG-RLAMOSTR FROM CIR-LINAVISO
                   AFTER ADVANCING 2 LINES
               EXIT PARAGRAPH
           END-IF
           WRITE REG-RLAMOSTR FROM CIR-CABEC3 AFTER ADVANCING 2 LINES
      *
           MOVE 1 TO WS-IND-FAIXA
           PERFORM UNTIL WS-IND-FAIXA > WS-QTD-FAIXAS
               PERFORM 7210-IMPRIME-FAIXA
               ADD 1 TO WS-IND-FAIXA
           END-PERFORM
      *
           MOVE 'TOT.' TO CIR-LD1-FAIXA
           MOVE SPACES TO CIR-LD1-DE-X CIR-LD1-ATE-X
           MOVE WS-TOT-POPULACAO TO CIR-LD1-POPULACAO
           MOVE WS-TOT-SALDO-POP TO CIR-LD1-SALDO-POP
           MOVE WS-TOT-CARTAS TO CIR-LD1-AMOSTRA
           MOVE WS-TOT-SALDO-AMO TO CIR-LD1-SALDO-AMO
           MOVE ZEROS TO WS-COBERTURA
           IF WS-TOT-SALDO-POP > 0 AND WS-TOT-SALDO-AMO > 0
               COMPUTE WS-COBERTURA ROUNDED =
                   WS-TOT-SALDO-AMO * 100 / WS-TOT-SALDO-POP
                   ON SIZE ERROR MOVE 999.99 TO WS-COBERTURA
               END-COMPUTE
           END-IF
           MOVE WS-COBERTURA TO CIR-LD1-COBERTURA
           WRITE REG-RLAMOSTR FROM CIR-LINDET1 AFTER ADVANCING 2 LINES.
      *
       7210-IMPRIME-FAIXA.
           MOVE SPACES TO CIR-LD1-FAIXA
           MOVE WS-IND-FAIXA TO CIR-LD1-FAIXA(1:2)
           IF WS-IND-FAIXA = 1
               MOVE '     SEM LIMITE' TO CIR-LD1-DE-X
           ELSE
               MOVE WS-FX-LIMITE(WS-IND-FAIXA - 1) TO CIR-LD1-DE
           END-IF
           IF WS-IND-FAIXA = WS-QTD-FAIXAS
               MOVE '     SEM LIMITE' TO CIR-LD1-ATE-X
           ELSE
               MOVE WS-FX-LIMITE(WS-IND-FAIXA) TO CIR-LD1-ATE
           END-IF
           MOVE WS-FX-POPULACAO(WS-IND-FAIXA) TO CIR-LD1-POPULACAO
           MOVE WS-FX-SALDO-POP(WS-IND-FAIXA) TO CIR-LD1-SALDO-POP
           MOVE WS-FX-SORTEADOS(WS-IND-FAIXA) TO CIR-LD1-AMOSTRA
           MOVE WS-FX-SALDO-AMO(WS-IND-FAIXA) TO CIR-LD1-SALDO-AMO
           MOVE ZEROS TO WS-COBERTURA
           IF WS-FX-SALDO-POP(WS-IND-FAIXA) > 0
              AND WS-FX-SALDO-AMO(WS-IND-FAIXA) > 0
               COMPUTE WS-COBERTURA ROUNDED =
                   WS-FX-SALDO-AMO(WS-IND-FAIXA) * 100 /
                   WS-FX-SALDO-POP(WS-IND-FAIXA)
                   ON SIZE ERROR MOVE 999.99 TO WS-COBERTURA
               END-COMPUTE
           END-IF
           MOVE WS-COBERTURA TO CIR-LD1-COBERTURA
           WRITE REG-RLAMOSTR FROM CIR-LINDET1 AFTER ADVANCING 1 LINES.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DATA-DD '/' WS-EDT-DATA-MM '/'
                  WS-EDT-DATA-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
