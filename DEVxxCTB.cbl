       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV62P10.
      *
      *----------------------------------------------------------------*
      * INTERFACE CONTABIL DIARIA DOS MOVIMENTOS DE SALDO. TODO        *
      * PROGRAMA QUE MOVE SALDO_CLI GRAVA O MOVIMENTO EM               *
      * ALUNO06.CLIENTPJ_MOVSLD ('B' AJUSTE DO DEV06P10/DEV32P10, 'F'  *
      * FUSAO, 'A' ARQUIVAMENTO DO DEV21P10, 'R' RESTAURACAO DO        *
      * DEV10P10 E 'X' ESTORNO DO DEV49P10), PENDENTE DE               *
      * CONTABILIZACAO. ESTE PROGRAMA RESUME OS MOVIMENTOS PENDENTES   *
      * POR TIPO E MONTA, COM A TABELA DE CONTAS DEVCTBMP, UM          *
      * LANCAMENTO DE DEBITO E CREDITO PARA OS AUMENTOS E OUTRO PARA   *
      * AS REDUCOES DE CADA TIPO. ANTES DE ENVIAR, O DIA E PROVADO: O  *
      * FECHAMENTO JA CONTABILIZADO (DEVCTBCT) MAIS O MOVIMENTO        *
      * LIQUIDO TEM DE SER IGUAL A SOMA DE SALDO_CLI GRAVADA PELA      *
      * PROVA DIARIA DO DEV06P10 (DEV06SLD), OS DEBITOS TEM DE SER     *
      * IGUAIS AOS CREDITOS E TODO TIPO TEM DE TER CONTA. DIA PROVADO  *
      * - LANCAMENTOS GRAVADOS NO DEVCTBLC, MOVIMENTOS MARCADOS COMO   *
      * CONTABILIZADOS E CONTROLE ATUALIZADO. DIA DIVERGENTE - NADA E  *
      * ENVIADO (DEVCTBLC VAZIO), OS MOVIMENTOS CONTINUAM PENDENTES    *
      * PARA A PROXIMA EXECUCAO E A DIVERGENCIA SAI NO RLCONTAB E NO   *
      * ARQUIVO DE ALERTAS DEV62ALR (DEVALRCL).                        *
      * RETURN CODE 4 = NADA PENDENTE  8 = DIA DIVERGENTE  12 = ABORT. *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIMOVS END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAS ASSIGN TO 'DEVCTBMP'
               FILE STATUS IS WS-FS-CONTAS.
           SELECT ARQ-CONTROLE ASSIGN TO 'DEVCTBCT'
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-SALDO-TOTAL ASSIGN TO 'DEV06SLD'
               FILE STATUS IS WS-FS-SALDO-TOTAL.
           SELECT ARQ-LANCAMENTOS ASSIGN TO 'DEVCTBLC'
               FILE STATUS IS WS-FS-LANCAMENTOS.
           SELECT ARQ-RLCONTAB ASSIGN TO 'RLCONTAB'
               FILE STATUS IS WS-FS-RLCONTAB.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV62ALR'
               FILE STATUS IS WS-FS-ALERTAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-CONTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-CONTAS               PIC X(080).
      *
       FD ARQ-CONTROLE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-CONTROLE             PIC X(080).
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
       FD ARQ-LANCAMENTOS
           RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-LANCAMENTOS          PIC X(120).
      *
       FD ARQ-RLCONTAB
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCONTAB             PIC X(132).
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
           COPY DEVCTBCL.
      *
           COPY DEVCTBRL.
      *
           COPY DEVALRCL.
      *
      * RESUMO DE UM TIPO DE MOVIMENTO PENDENTE (CURSOR C-MOVTO).
       01 WS-MOVTO-HOST.
           05 WS-FCH-TIPO-HOST         PIC X(1).
           05 WS-FCH-AUMENTOS-HOST     PIC S9(13)V99 COMP-3.
           05 WS-FCH-REDUCOES-HOST     PIC S9(13)V99 COMP-3.
           05 WS-FCH-QTDAUM-HOST       PIC S9(9) COMP.
           05 WS-FCH-QTDRED-HOST       PIC S9(9) COMP.
      *
      * O CONJUNTO CONTABILIZADO E CONGELADO PELO MAIOR SEQ_MOV
      * PENDENTE NO INICIO - MOVIMENTO GRAVADO DURANTE A EXECUCAO
      * FICA PARA A PROXIMA.
       01 WS-SEQ-LIMITE-HOST       PIC S9(9) COMP VALUE ZEROS.
       01 WS-QTD-PEND-HOST         PIC S9(9) COMP VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
      *
       01 WS-FS-CONTAS             PIC XX VALUE SPACES.
       01 WS-FS-CONTROLE           PIC XX VALUE SPACES.
       01 WS-FS-SALDO-TOTAL        PIC XX VALUE SPACES.
       01 WS-FS-LANCAMENTOS        PIC XX VALUE SPACES.
       01 WS-FS-RLCONTAB           PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-FIM-CONTAS            PIC X VALUE 'N'.
       01 WS-TEM-CONTROLE          PIC X VALUE 'N'.
           88 TEM-CONTROLE                    VALUE 'S'.
       01 WS-TEM-SALDO-TOTAL       PIC X VALUE 'N'.
           88 TEM-SALDO-TOTAL                 VALUE 'S'.
       01 WS-ABORTADO              PIC X VALUE 'N'.
           88 PROCESSAMENTO-ABORTADO          VALUE 'S'.
      *
      * TABELA DE CONTAS CARREGADA DO DEVCTBMP.
       01 WS-TAB-CONTAS.
           05 WS-CONTA             OCCURS 20 TIMES.
               10 WS-CTA-TIPO      PIC X(001).
               10 WS-CTA-DESCRICAO PIC X(030).
               10 WS-CTA-DEBITO    PIC X(012).
               10 WS-CTA-CREDITO   PIC X(012).
       01 WS-QTD-CONTAS            PIC 9(002) VALUE ZEROS.
      *
      * MOVIMENTOS PENDENTES RESUMIDOS POR TIPO. WS-MVT-IND-CONTA
      * APONTA A LINHA DA TABELA DE CONTAS (ZERO = TIPO SEM CONTA).
       01 WS-TAB-MOVTOS.
           05 WS-MOVTO             OCCURS 20 TIMES.
               10 WS-MVT-TIPO      PIC X(001).
               10 WS-MVT-IND-CONTA PIC 9(002).
               10 WS-MVT-AUMENTOS  PIC S9(013)V99 COMP-3.
               10 WS-MVT-REDUCOES  PIC S9(013)V99 COMP-3.
               10 WS-MVT-QTDE-AUM  PIC 9(007).
               10 WS-MVT-QTDE-RED  PIC 9(007).
       01 WS-QTD-MOVTOS            PIC 9(002) VALUE ZEROS.
       01 WS-IND-CONTA             PIC 9(002) VALUE ZEROS.
       01 WS-IND-MOVTO             PIC 9(002) VALUE ZEROS.
      *
      * PROVA DO DIA.
       01 WS-PROVA.
           05 WS-TOT-AUMENTOS      PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-REDUCOES      PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-MOV-LIQUIDO       PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SALDO-ABERTURA    PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SALDO-CALCULADO   PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-SALDO-DEV06SLD    PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-DIFERENCA         PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DEBITOS       PIC S9(015)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-CREDITOS      PIC S9(015)V99 COMP-3 VALUE ZEROS.
       01 WS-QTD-LANC-PREVISTOS    PIC 9(007) VALUE ZEROS.
       01 WS-QTD-DIVERGENCIAS      PIC 9(003) VALUE ZEROS.
       01 WS-MOTIVO-DIVERGENCIA    PIC X(040) VALUE SPACES.
      *
      * TOTAIS DO ARQUIVO DE LANCAMENTOS (TRAILER).
       01 WS-ARQ-QTDE-LANC         PIC 9(007) VALUE ZEROS.
       01 WS-ARQ-DEBITOS           PIC 9(015)V99 VALUE ZEROS.
       01 WS-ARQ-CREDITOS          PIC 9(015)V99 VALUE ZEROS.
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
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV62P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-MOVTO CURSOR FOR
               SELECT TIPO_MOV,
                      VALUE(SUM(CASE WHEN VALOR_MOV > 0
                                     THEN VALOR_MOV ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN VALOR_MOV < 0
                                     THEN 0 - VALOR_MOV ELSE 0 END), 0),
                      SUM(CASE WHEN VALOR_MOV > 0 THEN 1 ELSE 0 END),
                      SUM(CASE WHEN VALOR_MOV < 0 THEN 1 ELSE 0 END)
                 FROM ALUNO06.CLIENTPJ_MOVSLD
                WHERE SITUACAO_MOV = 'P'
                  AND SEQ_MOV <= :WS-SEQ-LIMITE-HOST
                GROUP BY TIPO_MOV
                ORDER BY TIPO_MOV
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           DISPLAY 'DEV62P10   INICIO DO PROCESSAMENTO'
      *
           OPEN OUTPUT ARQ-RLCONTAB
           IF WS-FS-RLCONTAB NOT = '00'
               DISPLAY 'DEV62P10   ERRO AO ABRIR RLCONTAB - STATUS: '
                   WS-FS-RLCONTAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               DISPLAY 'DEV62P10   ERRO AO ABRIR DEV62ALR - STATUS: '
                   WS-FS-ALERTAS
               CLOSE ARQ-RLCONTAB
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
      * O DEVCTBLC E ABERTO SEMPRE - NUM DIA DIVERGENTE A GERACAO
      * FICA VAZIA, SEM NENHUM LANCAMENTO PARA O RAZAO.
           OPEN OUTPUT ARQ-LANCAMENTOS
           IF WS-FS-LANCAMENTOS NOT = '00'
               DISPLAY 'DEV62P10   ERRO AO ABRIR DEVCTBLC - STATUS: '
                   WS-FS-LANCAMENTOS
               CLOSE ARQ-RLCONTAB ARQ-ALERTAS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0100-CARREGA-CONTAS
           IF WS-QTD-CONTAS = 0
               DISPLAY 'DEV62P10   TABELA DE CONTAS DEVCTBMP VAZIA OU '
                   'INDISPONIVEL - PROCESSAMENTO ABORTADO'
               CLOSE ARQ-RLCONTAB ARQ-ALERTAS ARQ-LANCAMENTOS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0200-LE-CONTROLE
           PERFORM 0300-LE-SALDO-TOTAL
      *
           EXEC SQL
               SELECT VALUE(MAX(SEQ_MOV), 0), COUNT(*)
                 INTO :WS-SEQ-LIMITE-HOST, :WS-QTD-PEND-HOST
                 FROM ALUNO06.CLIENTPJ_MOVSLD
                WHERE SITUACAO_MOV = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV62P10   ERRO NA LEITURA DE CLIENTPJ_MOVSLD '
                   '- SQLCODE: ' SQLCODE
               CLOSE ARQ-RLCONTAB ARQ-ALERTAS ARQ-LANCAMENTOS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           EXEC SQL OPEN C-MOVTO END-EXEC
      *
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 1000-ACUMULA-TIPO
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-MOVTO END-EXEC
      *
           PERFORM 0500-IMPRIME-CABECALHO
           MOVE 1 TO WS-IND-MOVTO
           PERFORM UNTIL WS-IND-MOVTO > WS-QTD-MOVTOS
               PERFORM 7000-IMPRIME-TIPO
               ADD 1 TO WS-IND-MOVTO
           END-PERFORM
           PERFORM 2000-PROVA-DIA
           PERFORM 7200-IMPRIME-TOTAIS
      *
           IF WS-QTD-DIVERGENCIAS = 0
               PERFORM 3000-CONTABILIZA
           END-IF
      *
           PERFORM 7300-IMPRIME-SITUACAO
      *
           DISPLAY 'DEV62P10   MOVIMENTOS PENDENTES...........: '
               WS-QTD-PEND-HOST
           DISPLAY 'DEV62P10   TIPOS DE MOVIMENTO.............: '
               WS-QTD-MOVTOS
           DISPLAY 'DEV62P10   LANCAMENTOS GRAVADOS...........: '
               WS-ARQ-QTDE-LANC
           DISPLAY 'DEV62P10   DIVERGENCIAS...................: '
               WS-QTD-DIVERGENCIAS
           DISPLAY 'DEV62P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-QTD-DIVERGENCIAS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-PEND-HOST = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-RLCONTAB ARQ-ALERTAS ARQ-LANCAMENTOS
           MOVE WS-ARQ-QTDE-LANC TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
      * TIPO REPETIDO NO DEVCTBMP - VALE A PRIMEIRA LINHA.
       0100-CARREGA-CONTAS.
           OPEN INPUT ARQ-CONTAS
           IF WS-FS-CONTAS NOT = '00'
               DISPLAY 'DEV62P10   DEVCTBMP NAO DISPONIVEL - STATUS: '
                   WS-FS-CONTAS
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM UNTIL WS-FIM-CONTAS = 'S'
               READ ARQ-CONTAS INTO MAP-REGISTRO
                   AT END
                       MOVE 'S' TO WS-FIM-CONTAS
                   NOT AT END
                       IF MAP-REGISTRO(1:1) NOT = '*'
                           PERFORM 0110-GUARDA-CONTA
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE ARQ-CONTAS.
      *
       0110-GUARDA-CONTA.
           IF MAP-TIPO = SPACE OR MAP-CONTA-DEBITO = SPACES
              OR MAP-CONTA-CREDITO = SPACES
               DISPLAY 'DEV62P10   LINHA DO DEVCTBMP INCOMPLETA '
                   'IGNORADA: ' MAP-TIPO ' ' MAP-DESCRICAO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE MAP-TIPO TO WS-FCH-TIPO-HOST
           PERFORM 1100-BUSCA-CONTA
           IF WS-IND-CONTA > 0
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-QTD-CONTAS >= 20
               DISPLAY 'DEV62P10   DEVCTBMP COM MAIS DE 20 TIPOS - '
                   'IGNORADO: ' MAP-TIPO
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-QTD-CONTAS
           MOVE MAP-TIPO TO WS-CTA-TIPO(WS-QTD-CONTAS)
           MOVE MAP-DESCRICAO TO WS-CTA-DESCRICAO(WS-QTD-CONTAS)
           MOVE MAP-CONTA-DEBITO TO WS-CTA-DEBITO(WS-QTD-CONTAS)
           MOVE MAP-CONTA-CREDITO TO WS-CTA-CREDITO(WS-QTD-CONTAS).
      *
      * SEM REGISTRO DE CONTROLE (PRIMEIRA EXECUCAO) A ABERTURA E
      * DERIVADA DO PROPRIO DEV06SLD - VER 2000-PROVA-DIA.
       0200-LE-CONTROLE.
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE NOT = '00'
               DISPLAY 'DEV62P10   DEVCTBCT NAO DISPONIVEL - STATUS: '
                   WS-FS-CONTROLE
               EXIT PARAGRAPH
           END-IF
           READ ARQ-CONTROLE INTO CTL-REGISTRO
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-DATA-CONTABIL > 0
                       MOVE 'S' TO WS-TEM-CONTROLE
                   END-IF
           END-READ
           CLOSE ARQ-CONTROLE.
      *
       0300-LE-SALDO-TOTAL.
           OPEN INPUT ARQ-SALDO-TOTAL
           IF WS-FS-SALDO-TOTAL NOT = '00'
               DISPLAY 'DEV62P10   DEV06SLD NAO DISPONIVEL - STATUS: '
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
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-MOVTO
                 INTO :WS-FCH-TIPO-HOST, :WS-FCH-AUMENTOS-HOST,
                      :WS-FCH-REDUCOES-HOST, :WS-FCH-QTDAUM-HOST,
                      :WS-FCH-QTDRED-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
               IF SQLCODE NOT = 100
                   DISPLAY 'DEV62P10   ERRO NO FETCH C-MOVTO - '
                       'SQLCODE: ' SQLCODE
                   MOVE 'ERRO NA LEITURA DOS MOVIMENTOS'
                       TO WS-MOTIVO-DIVERGENCIA
                   PERFORM 2900-REGISTRA-DIVERGENCIA
               END-IF
           END-IF.
      *
       1000-ACUMULA-TIPO.
           IF WS-QTD-MOVTOS >= 20
               MOVE 'MAIS DE 20 TIPOS DE MOVIMENTO PENDENTES'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM 2900-REGISTRA-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-QTD-MOVTOS
           MOVE WS-FCH-TIPO-HOST TO WS-MVT-TIPO(WS-QTD-MOVTOS)
           MOVE WS-FCH-AUMENTOS-HOST TO WS-MVT-AUMENTOS(WS-QTD-MOVTOS)
           MOVE WS-FCH-REDUCOES-HOST TO WS-MVT-REDUCOES(WS-QTD-MOVTOS)
           MOVE WS-FCH-QTDAUM-HOST TO WS-MVT-QTDE-AUM(WS-QTD-MOVTOS)
           MOVE WS-FCH-QTDRED-HOST TO WS-MVT-QTDE-RED(WS-QTD-MOVTOS)
           PERFORM 1100-BUSCA-CONTA
           MOVE WS-IND-CONTA TO WS-MVT-IND-CONTA(WS-QTD-MOVTOS)
      *
           ADD WS-FCH-AUMENTOS-HOST TO WS-TOT-AUMENTOS
           ADD WS-FCH-REDUCOES-HOST TO WS-TOT-REDUCOES
           IF WS-IND-CONTA > 0
               COMPUTE WS-TOT-DEBITOS = WS-TOT-DEBITOS
                   + WS-FCH-AUMENTOS-HOST + WS-FCH-REDUCOES-HOST
               COMPUTE WS-TOT-CREDITOS = WS-TOT-CREDITOS
                   + WS-FCH-AUMENTOS-HOST + WS-FCH-REDUCOES-HOST
               IF WS-FCH-AUMENTOS-HOST > 0
                   ADD 2 TO WS-QTD-LANC-PREVISTOS
               END-IF
               IF WS-FCH-REDUCOES-HOST > 0
                   ADD 2 TO WS-QTD-LANC-PREVISTOS
               END-IF
           END-IF.
      *
      * WS-IND-CONTA = LINHA DA TABELA DE CONTAS DO TIPO EM
      * WS-FCH-TIPO-HOST, OU ZERO QUANDO O TIPO NAO TEM CONTA.
       1100-BUSCA-CONTA.
           MOVE 1 TO WS-IND-CONTA
           PERFORM UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                      OR WS-CTA-TIPO(WS-IND-CONTA) = WS-FCH-TIPO-HOST
               ADD 1 TO WS-IND-CONTA
           END-PERFORM
           IF WS-IND-CONTA > WS-QTD-CONTAS
               MOVE ZEROS TO WS-IND-CONTA
           END-IF.
      *
      * PROVA: ABERTURA (FECHAMENTO DA ULTIMA CONTABILIZACAO) MAIS O
      * MOVIMENTO LIQUIDO PENDENTE = SOMA DE SALDO_CLI NO DEV06SLD.
      * NA PRIMEIRA EXECUCAO, SEM DEVCTBCT, A ABERTURA E ASSUMIDA COMO
      * O DEV06SLD MENOS O MOVIMENTO - O DIA SO PROVA DEBITO/CREDITO
      * E CONTAS, E O CONTROLE PASSA A EXISTIR A PARTIR DELE.
       2000-PROVA-DIA.
           COMPUTE WS-MOV-LIQUIDO = WS-TOT-AUMENTOS - WS-TOT-REDUCOES
      *
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               MOVE 'TOTAL DE DEBITOS DIFERE DOS CREDITOS'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM 2900-REGISTRA-DIVERGENCIA
           END-IF
      *
           IF NOT TEM-SALDO-TOTAL
               MOVE 'DEV06SLD INDISPONIVEL - DIA SEM PROVA'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM 2900-REGISTRA-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF
      *
           IF TEM-CONTROLE
               MOVE CTL-SALDO-FECHAMENTO TO WS-SALDO-ABERTURA
           ELSE
               COMPUTE WS-SALDO-ABERTURA =
                   WS-SALDO-DEV06SLD - WS-MOV-LIQUIDO
               MOVE 'PRIMEIRA CONTABILIZACAO - ABERTURA ASSUMIDA'
                   TO CTB-SIT-TEXTO
               WRITE REG-RLCONTAB FROM CTB-SITUACAO
                   AFTER ADVANCING 2 LINES
           END-IF
           COMPUTE WS-SALDO-CALCULADO =
               WS-SALDO-ABERTURA + WS-MOV-LIQUIDO
           COMPUTE WS-DIFERENCA =
               WS-SALDO-DEV06SLD - WS-SALDO-CALCULADO
      *
           MOVE 'SALDO DE ABERTURA (ULTIMA CONTABILIZACAO)'
               TO CTB-LPR-ROTULO
           MOVE WS-SALDO-ABERTURA TO CTB-LPR-VALOR
           WRITE REG-RLCONTAB FROM CTB-LINPROVA AFTER ADVANCING 2 LINES
           MOVE 'MOVIMENTO LIQUIDO PENDENTE' TO CTB-LPR-ROTULO
           MOVE WS-MOV-LIQUIDO TO CTB-LPR-VALOR
           WRITE REG-RLCONTAB FROM CTB-LINPROVA AFTER ADVANCING 1 LINES
           MOVE 'SALDO DE FECHAMENTO CALCULADO' TO CTB-LPR-ROTULO
           MOVE WS-SALDO-CALCULADO TO CTB-LPR-VALOR
           WRITE REG-RLCONTAB FROM CTB-LINPROVA AFTER ADVANCING 1 LINES
           MOVE 'SOMA DE SALDO_CLI NA PROVA (DEV06SLD)'
               TO CTB-LPR-ROTULO
           MOVE WS-SALDO-DEV06SLD TO CTB-LPR-VALOR
           WRITE REG-RLCONTAB FROM CTB-LINPROVA AFTER ADVANCING 1 LINES
           MOVE 'DIFERENCA' TO CTB-LPR-ROTULO
           MOVE WS-DIFERENCA TO CTB-LPR-VALOR
           WRITE REG-RLCONTAB FROM CTB-LINPROVA AFTER ADVANCING 1 LINES
      *
           IF WS-DIFERENCA NOT = 0
               MOVE 'MOVIMENTOS NAO FECHAM COM A PROVA DEV06SLD'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM 2900-REGISTRA-DIVERGENCIA
           END-IF.
      *
      * CADA DIVERGENCIA VIRA UM ALERTA 'E' (CHAVE = DATA CONTABIL) E
      * UMA LINHA NO RLCONTAB.
       2900-REGISTRA-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS
           DISPLAY 'DEV62P10   *** DIA NAO CONTABILIZADO *** '
               WS-MOTIVO-DIVERGENCIA
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'DEV62P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE 'E' TO ALR-SEVERIDADE
           MOVE WS-DATA-PROCESSAMENTO TO ALR-CHAVE
           MOVE WS-MOTIVO-DIVERGENCIA TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO
      *
           IF WS-REL-PAGINA > 0
               MOVE SPACES TO CTB-SIT-TEXTO
               STRING 'DIVERGENCIA: ' WS-MOTIVO-DIVERGENCIA
                   DELIMITED BY SIZE
                   INTO CTB-SIT-TEXTO
               END-STRING
               WRITE REG-RLCONTAB FROM CTB-SITUACAO
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REL-LINHA
           END-IF.
      *
      * DIA PROVADO: MARCA OS MOVIMENTOS, GRAVA OS LANCAMENTOS E O
      * NOVO FECHAMENTO E SO ENTAO COMETE. UMA FALHA ANTES DO COMMIT
      * DESFAZ A MARCACAO - OS MOVIMENTOS CONTINUAM PENDENTES.
       3000-CONTABILIZA.
           IF WS-QTD-PEND-HOST > 0
               EXEC SQL
                   UPDATE ALUNO06.CLIENTPJ_MOVSLD SET
                     SITUACAO_MOV = 'C',
                     DT_CONTABIL  = :WS-DATA-PROCESSAMENTO-HOST
                   WHERE SITUACAO_MOV = 'P'
                     AND SEQ_MOV <= :WS-SEQ-LIMITE-HOST
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'DEV62P10   ERRO NO UPDATE DE '
                       'CLIENTPJ_MOVSLD - SQLCODE: ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'S' TO WS-ABORTADO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           MOVE WS-DATA-PROCESSAMENTO TO LCT-HDR-DATA-CONTABIL
           WRITE REG-LANCAMENTOS FROM LCT-HEADER
      *
           MOVE 1 TO WS-IND-MOVTO
           PERFORM UNTIL WS-IND-MOVTO > WS-QTD-MOVTOS
               PERFORM 3100-GRAVA-LANCAMENTOS-TIPO
               ADD 1 TO WS-IND-MOVTO
           END-PERFORM
      *
           MOVE WS-ARQ-QTDE-LANC TO LCT-TRL-QTDE-LANC
           MOVE WS-ARQ-DEBITOS TO LCT-TRL-TOTAL-DEBITO
           MOVE WS-ARQ-CREDITOS TO LCT-TRL-TOTAL-CREDITO
           MOVE WS-SALDO-ABERTURA TO LCT-TRL-SALDO-ABERTURA
           MOVE WS-SALDO-DEV06SLD TO LCT-TRL-SALDO-FECHAMENTO
           WRITE REG-LANCAMENTOS FROM LCT-TRAILER
      *
           OPEN OUTPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE NOT = '00'
               DISPLAY 'DEV62P10   ERRO AO GRAVAR DEVCTBCT - STATUS: '
                   WS-FS-CONTROLE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO CTL-DATA-CONTABIL
           MOVE WS-SALDO-DEV06SLD TO CTL-SALDO-FECHAMENTO
           WRITE REG-CONTROLE FROM CTL-REGISTRO
           CLOSE ARQ-CONTROLE
      *
           EXEC SQL COMMIT END-EXEC.
      *
      * AUMENTO DE SALDO: DEBITO NA CONTA DEBITO, CREDITO NA CONTA
      * CREDITO. REDUCAO: AS MESMAS CONTAS COM OS LADOS TROCADOS.
       3100-GRAVA-LANCAMENTOS-TIPO.
           MOVE WS-MVT-IND-CONTA(WS-IND-MOVTO) TO WS-IND-CONTA
           MOVE WS-DATA-PROCESSAMENTO TO LCT-DATA-CONTABIL
           MOVE WS-MVT-TIPO(WS-IND-MOVTO) TO LCT-TIPO-MOV
           MOVE WS-CTA-DESCRICAO(WS-IND-CONTA) TO LCT-HISTORICO
      *
           IF WS-MVT-AUMENTOS(WS-IND-MOVTO) > 0
               MOVE '+' TO LCT-SENTIDO
               MOVE WS-MVT-AUMENTOS(WS-IND-MOVTO) TO LCT-VALOR
               MOVE WS-MVT-QTDE-AUM(WS-IND-MOVTO) TO LCT-QTDE-MOV
               MOVE WS-CTA-DEBITO(WS-IND-CONTA) TO LCT-CONTA
               SET LCT-DEBITO TO TRUE
               PERFORM 3200-GRAVA-DETALHE
               MOVE WS-CTA-CREDITO(WS-IND-CONTA) TO LCT-CONTA
               SET LCT-CREDITO TO TRUE
               PERFORM 3200-GRAVA-DETALHE
           END-IF
      *
           IF WS-MVT-REDUCOES(WS-IND-MOVTO) > 0
               MOVE '-' TO LCT-SENTIDO
               MOVE WS-MVT-REDUCOES(WS-IND-MOVTO) TO LCT-VALOR
               MOVE WS-MVT-QTDE-RED(WS-IND-MOVTO) TO LCT-QTDE-MOV
               MOVE WS-CTA-CREDITO(WS-IND-CONTA) TO LCT-CONTA
               SET LCT-DEBITO TO TRUE
               PERFORM 3200-GRAVA-DETALHE
               MOVE WS-CTA-DEBITO(WS-IND-CONTA) TO LCT-CONTA
               SET LCT-CREDITO TO TRUE
               PERFORM 3200-GRAVA-DETALHE
           END-IF.
      *
       3200-GRAVA-DETALHE.
           WRITE REG-LANCAMENTOS FROM LCT-DETALHE
           ADD 1 TO WS-ARQ-QTDE-LANC
           IF LCT-DEBITO
               ADD LCT-VALOR TO WS-ARQ-DEBITOS
           ELSE
               ADD LCT-VALOR TO WS-ARQ-CREDITOS
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO CTB-CB1-DATA
           MOVE WS-REL-PAGINA TO CTB-CB1-PAG
           WRITE REG-RLCONTAB FROM CTB-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLCONTAB FROM CTB-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * TIPO SEM CONTA NO DEVCTBMP E DIVERGENCIA - O DIA NAO SAI.
       7000-IMPRIME-TIPO.
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-MVT-IND-CONTA(WS-IND-MOVTO) TO WS-IND-CONTA
           MOVE WS-MVT-TIPO(WS-IND-MOVTO) TO CTB-LD1-TIPO
           COMPUTE CTB-LD1-QTDE = WS-MVT-QTDE-AUM(WS-IND-MOVTO)
               + WS-MVT-QTDE-RED(WS-IND-MOVTO)
           MOVE WS-MVT-AUMENTOS(WS-IND-MOVTO) TO CTB-LD1-AUMENTOS
           MOVE WS-MVT-REDUCOES(WS-IND-MOVTO) TO CTB-LD1-REDUCOES
           IF WS-IND-CONTA > 0
               MOVE WS-CTA-DESCRICAO(WS-IND-CONTA) TO CTB-LD1-DESCRICAO
               MOVE WS-CTA-DEBITO(WS-IND-CONTA) TO CTB-LD1-CONTA-DEB
               MOVE WS-CTA-CREDITO(WS-IND-CONTA) TO CTB-LD1-CONTA-CRED
               MOVE 'OK' TO CTB-LD1-SITUACAO
           ELSE
               MOVE SPACES TO CTB-LD1-DESCRICAO CTB-LD1-CONTA-DEB
                              CTB-LD1-CONTA-CRED
               MOVE 'SEM CONTA' TO CTB-LD1-SITUACAO
           END-IF
           WRITE REG-RLCONTAB FROM CTB-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA
      *
           IF WS-IND-CONTA = 0
               MOVE SPACES TO WS-MOTIVO-DIVERGENCIA
               STRING 'TIPO DE MOVIMENTO ' WS-MVT-TIPO(WS-IND-MOVTO)
                      ' SEM CONTA NO DEVCTBMP'
                   DELIMITED BY SIZE
                   INTO WS-MOTIVO-DIVERGENCIA
               END-STRING
               PERFORM 2900-REGISTRA-DIVERGENCIA
           END-IF.
      *
       7200-IMPRIME-TOTAIS.
           MOVE WS-QTD-LANC-PREVISTOS TO CTB-TOT-LANCAMENTOS
           MOVE WS-TOT-DEBITOS TO CTB-TOT-DEBITOS
           MOVE WS-TOT-CREDITOS TO CTB-TOT-CREDITOS
           WRITE REG-RLCONTAB FROM CTB-TOTAIS AFTER ADVANCING 3 LINES.
      *
       7300-IMPRIME-SITUACAO.
           MOVE SPACES TO CTB-SIT-TEXTO
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 'PROCESSAMENTO ABORTADO - NADA CONTABILIZADO'
                       TO CTB-SIT-TEXTO
               WHEN WS-QTD-DIVERGENCIAS > 0
                   STRING 'DIA NAO CONTABILIZADO - MOVIMENTOS '
                          'CONTINUAM PENDENTES E NADA FOI ENVIADO '
                          'AO RAZAO'
                       DELIMITED BY SIZE
                       INTO CTB-SIT-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE 'DIA CONTABILIZADO - LANCAMENTOS NO DEVCTBLC'
                       TO CTB-SIT-TEXTO
           END-EVALUATE
           WRITE REG-RLCONTAB FROM CTB-SITUACAO AFTER ADVANCING 2 LINES.
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
               DISPLAY 'DEV62P10   ERRO AO ABRIR RUN-LEDGER - '
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
               DISPLAY 'DEV62P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
