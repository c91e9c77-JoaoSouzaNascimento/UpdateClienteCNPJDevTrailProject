       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV69P10.
      *
      *----------------------------------------------------------------*
      * PADROES SUSPEITOS DE AJUSTE DE SALDO NO PERIODO. O DEV27P10    *
      * MOSTRA AS MAIORES VARIACOES LIQUIDAS, MAS AJUSTES QUE SE       *
      * ANULAM NAO APARECEM LA. ESTE PROGRAMA LE AS IMAGENS DE AJUSTE  *
      * ('B') DE ALUNO06.CLIENTPJ_HIST NO PERIODO - CADA AJUSTE DO     *
      * DEV06P10 GRAVA UMA IMAGEM 'A' (SALDO ANTES) SEGUIDA DE UMA 'D' *
      * (SALDO DEPOIS), E O VALOR DO AJUSTE E A DIFERENCA ENTRE AS     *
      * DUAS - E APONTA, POR CLIENTE:                                  *
      *   - AJUSTE SEGUIDO DE OUTRO DE MESMO VALOR E SINAL CONTRARIO   *
      *     DENTRO DE POUCOS DIAS (CADA AJUSTE CASA UMA VEZ SO);       *
      *   - AJUSTES REPETIDOS DE VALOR REDONDO (MULTIPLO DO VALOR DE   *
      *     REFERENCIA) NO PERIODO;                                    *
      *   - MUITOS AJUSTES NO MESMO CLIENTE DENTRO DE SETE DIAS        *
      *     CORRIDOS (UMA OCORRENCIA POR SEQUENCIA);                   *
      *   - AJUSTE EM CLIENTE INATIVO (OU JA ARQUIVADO) OU COM         *
      *     INATIVACAO AGENDADA (DTAGENDA_CLI) PENDENTE.               *
      * CADA OCORRENCIA SAI NO RLAJSUSP SEGUIDA DAS IMAGENS ENVOLVIDAS *
      * (SEQ_HIST DO 'ANTES' E DO 'DEPOIS', DATA, SALDOS E VALOR) E    *
      * VAI PARA O ARQUIVO DE ALERTAS DEV69ALR (DEVALRCL).             *
      * AS IMAGENS 'B' NAO GUARDAM DTINATIVA/DTAGENDA, ENTAO A         *
      * SITUACAO DO CLIENTE E A ATUAL (CLIENTPJ, OU CLIENTPJ_ARCH SE   *
      * JA ARQUIVADO), COMPARADA COM A DATA DE CADA AJUSTE.            *
      * SYSIN (OPCIONAL, ZEROS = PADRAO): DATA INICIAL E FINAL         *
      * (AAAAMMDD - PADRAO OS ULTIMOS 30 DIAS), DIAS PARA O ESTORNO    *
      * (5), VALOR REDONDO (1000,00), MINIMO DE AJUSTES REDONDOS (3) E *
      * MINIMO DE AJUSTES NA SEMANA (4).                               *
      * RETURN CODE 4 = NENHUM AJUSTE NO PERIODO  8 = HA OCORRENCIAS   *
      * 12 = ABORT (ERRO DE BANCO).                                    *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIARCH END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RLAJSUSP ASSIGN TO 'RLAJSUSP'
               FILE STATUS IS WS-FS-RLAJSUSP.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV69ALR'
               FILE STATUS IS WS-FS-ALERTAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-RLAJSUSP
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLAJSUSP             PIC X(132).
      *
      * ARQUIVO DE ALERTAS PARA A MONITORACAO (LAYOUT COMUM
      * DEVALRCL) - UMA LINHA POR OCORRENCIA; SEM OCORRENCIA FICA
      * VAZIO.
       FD ARQ-ALERTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVSUSRL.
      *
           COPY DEVALRCL.
      *
       01 WS-HIST-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-HIST-SEQ-HOST         PIC S9(9) COMP.
           05 WS-TIPO-IMAGEM-HOST      PIC X(1).
           05 WS-DATA-HIST-HOST        PIC 9(8).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-SALDO-HOST            PIC S9(11)V99.
      *
      * SITUACAO ATUAL DO CLIENTE (ZEROS = COLUNA NULA).
       01 WS-SIT-CODIGO-HOST       PIC 9(7) VALUE ZEROS.
       01 WS-SIT-DTINATIVA-HOST    PIC 9(8) VALUE ZEROS.
       01 WS-SIT-DTAGENDA-HOST     PIC 9(8) VALUE ZEROS.
       01 WS-SIT-ARQUIVADO         PIC X(1) VALUE 'N'.
           88 CLIENTE-ARQUIVADO               VALUE 'S'.
      *
       01 WS-FS-RLAJSUSP           PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
      * QUEBRA POR CLIENTE - O CURSOR VEM ORDENADO POR CODIGO_CLI E
      * SEQ_HIST, ENTAO O 'ANTES' E O 'DEPOIS' DE UM AJUSTE CHEGAM EM
      * SEQUENCIA E OS AJUSTES DO CLIENTE EM ORDEM CRONOLOGICA.
       01 WS-CLIENTE-CORRENTE.
           05 WS-COR-CODIGOCLI     PIC 9(007) VALUE ZEROS.
           05 WS-COR-RAZSOCIAL     PIC X(040) VALUE SPACES.
       01 WS-TEM-CLIENTE           PIC X VALUE 'N'.
      *
      * IMAGEM 'ANTES' AGUARDANDO O SEU 'DEPOIS'.
       01 WS-ANTES-PENDENTE.
           05 WS-ANT-SEQ           PIC S9(009) COMP VALUE ZEROS.
           05 WS-ANT-DATA          PIC 9(008) VALUE ZEROS.
           05 WS-ANT-SALDO         PIC S9(011)V99 COMP-3 VALUE ZEROS.
       01 WS-TEM-ANTES             PIC X VALUE 'N'.
           88 TEM-ANTES                       VALUE 'S'.
      *
      * AJUSTES DO CLIENTE CORRENTE. WS-AJU-CASADO MARCA O AJUSTE JA
      * USADO EM UM PAR AJUSTE/ESTORNO; WS-AJU-MARCA SELECIONA AS
      * IMAGENS IMPRESSAS COM A OCORRENCIA EM CURSO.
       01 WS-MAX-AJUSTES           PIC 9(003) VALUE 300.
       01 WS-QTD-AJUSTES           PIC 9(003) VALUE ZEROS.
       01 WS-TAB-AJUSTES.
           05 WS-AJU-ENTRADA       OCCURS 300 TIMES.
               10 WS-AJU-SEQ-ANTES  PIC S9(009) COMP.
               10 WS-AJU-SEQ-DEPOIS PIC S9(009) COMP.
               10 WS-AJU-DATA       PIC 9(008).
               10 WS-AJU-DIA        PIC S9(009) COMP.
               10 WS-AJU-SALDO-ANTES PIC S9(011)V99 COMP-3.
               10 WS-AJU-SALDO-DEPOIS PIC S9(011)V99 COMP-3.
               10 WS-AJU-VALOR      PIC S9(013)V99 COMP-3.
               10 WS-AJU-CASADO     PIC X(001).
               10 WS-AJU-MARCA      PIC X(001).
       01 WS-IND-I                 PIC 9(003) VALUE ZEROS.
       01 WS-IND-J                 PIC 9(003) VALUE ZEROS.
       01 WS-IND-K                 PIC 9(003) VALUE ZEROS.
       01 WS-QTD-MARCADOS          PIC 9(003) VALUE ZEROS.
       01 WS-ACHOU                 PIC X VALUE 'N'.
       01 WS-INTERVALO-DIAS        PIC S9(009) COMP VALUE ZEROS.
       01 WS-VALOR-ABS             PIC S9(013)V99 COMP-3 VALUE ZEROS.
       01 WS-QUOCIENTE             PIC S9(013) COMP-3 VALUE ZEROS.
       01 WS-RESTO                 PIC S9(013)V99 COMP-3 VALUE ZEROS.
      *
      * OCORRENCIA EM CURSO - PADRAO (TAMBEM O MOTIVO DO ALERTA) E
      * DETALHE DA LINHA DO RELATORIO.
       01 WS-OCO-PADRAO            PIC X(040) VALUE SPACES.
       01 WS-OCO-DETALHE           PIC X(040) VALUE SPACES.
       01 WS-EDT-QTDE              PIC ZZ9.
      *
      * PARAMETROS LIDOS DO SYSIN. QUANDO AUSENTES (ZEROS), ASSUME
      * OS ULTIMOS 30 DIAS ATE A DATA DE PROCESSAMENTO, 5 DIAS PARA O
      * ESTORNO, VALOR REDONDO DE 1000,00, 3 AJUSTES REDONDOS E 4
      * AJUSTES NA SEMANA.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DATA-DE          PIC 9(008) VALUE ZEROS.
           05 WS-PARM-DATA-ATE         PIC 9(008) VALUE ZEROS.
           05 WS-PARM-DIAS-ESTORNO     PIC 9(003) VALUE ZEROS.
           05 WS-PARM-VALOR-REDONDO    PIC 9(007)V99 VALUE ZEROS.
           05 WS-PARM-MIN-REDONDOS     PIC 9(003) VALUE ZEROS.
           05 WS-PARM-MIN-SEMANA       PIC 9(003) VALUE ZEROS.
       01 WS-DATA-DE-HOST          PIC 9(8) VALUE ZEROS.
       01 WS-DATA-ATE-HOST         PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-ESTORNO          PIC 9(003) VALUE 5.
       01 WS-VALOR-REDONDO         PIC 9(007)V99 VALUE 1000.
       01 WS-MIN-REDONDOS          PIC 9(003) VALUE 3.
       01 WS-MIN-SEMANA            PIC 9(003) VALUE 4.
      *
       01 WS-CONTROLE.
           05 WS-TOT-IMAGENS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AJUSTES       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-PAR       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXCEDENTES    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CLIENTES      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CLIENTES-OCO  PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ESTORNOS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REDONDOS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEMANA        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-INATIVOS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AGENDADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-OCORRENCIAS   PIC 9(007) VALUE ZEROS.
       01 WS-OCO-CLIENTE           PIC 9(005) VALUE ZEROS.
      *
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
           EXEC SQL DECLARE C-AJUSTES CURSOR FOR
               SELECT CODIGO_CLI, SEQ_HIST, TIPO_IMAGEM_HIST,
                      DATA_HIST, COALESCE(RAZSOCIAL_CLI, ' '),
                      COALESCE(SALDO_CLI, 0)
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE TIPO_OPER_HIST = 'B'
                  AND DATA_HIST >= :WS-DATA-DE-HOST
                  AND DATA_HIST <= :WS-DATA-ATE-HOST
                ORDER BY CODIGO_CLI, SEQ_HIST
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           IF WS-PARM-DATA-ATE IS NUMERIC AND WS-PARM-DATA-ATE > 0
               MOVE WS-PARM-DATA-ATE TO WS-DATA-ATE-HOST
           ELSE
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-ATE-HOST
           END-IF
           IF WS-PARM-DATA-DE IS NUMERIC AND WS-PARM-DATA-DE > 0
               MOVE WS-PARM-DATA-DE TO WS-DATA-DE-HOST
           ELSE
               COMPUTE WS-DATA-DE-HOST = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-ATE-HOST) - 30)
           END-IF
           IF WS-PARM-DIAS-ESTORNO IS NUMERIC
              AND WS-PARM-DIAS-ESTORNO > 0
               MOVE WS-PARM-DIAS-ESTORNO TO WS-DIAS-ESTORNO
           END-IF
           IF WS-PARM-VALOR-REDONDO IS NUMERIC
              AND WS-PARM-VALOR-REDONDO > 0
               MOVE WS-PARM-VALOR-REDONDO TO WS-VALOR-REDONDO
           END-IF
           IF WS-PARM-MIN-REDONDOS IS NUMERIC
              AND WS-PARM-MIN-REDONDOS > 0
               MOVE WS-PARM-MIN-REDONDOS TO WS-MIN-REDONDOS
           END-IF
           IF WS-PARM-MIN-SEMANA IS NUMERIC
              AND WS-PARM-MIN-SEMANA > 0
               MOVE WS-PARM-MIN-SEMANA TO WS-MIN-SEMANA
           END-IF
      *
           DISPLAY 'DEV69P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV69P10   PERIODO DE ' WS-DATA-DE-HOST
               ' ATE ' WS-DATA-ATE-HOST
           DISPLAY 'DEV69P10   ESTORNO ATE ' WS-DIAS-ESTORNO
               ' DIAS - VALOR REDONDO ' WS-VALOR-REDONDO
               ' - MIN.REDONDOS ' WS-MIN-REDONDOS
               ' - MIN.SEMANA ' WS-MIN-SEMANA
      *
           OPEN OUTPUT ARQ-RLAJSUSP
           IF WS-FS-RLAJSUSP NOT = '00'
               DISPLAY 'DEV69P10   ERRO AO ABRIR RLAJSUSP - STATUS: '
                   WS-FS-RLAJSUSP
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               DISPLAY 'DEV69P10   ERRO AO ABRIR DEV69ALR - STATUS: '
                   WS-FS-ALERTAS
               CLOSE ARQ-RLAJSUSP
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
           EXEC SQL OPEN C-AJUSTES END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'OPEN' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 1000-PROCESSA-IMAGEM
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-AJUSTES END-EXEC
      *
           IF WS-TEM-CLIENTE = 'S'
               PERFORM 3000-AVALIA-CLIENTE
           END-IF
      *
           IF WS-TOT-OCORRENCIAS = 0
               IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
                   PERFORM 0500-IMPRIME-CABECALHO
               END-IF
               MOVE 'NENHUM PADRAO SUSPEITO DE AJUSTE NO PERIODO'
                   TO SUS-LAV-TEXTO
               WRITE REG-RLAJSUSP FROM SUS-LINAVISO
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF
      *
           PERFORM 7300-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV69P10   IMAGENS DE AJUSTE LIDAS........: '
               WS-TOT-IMAGENS
           DISPLAY 'DEV69P10   AJUSTES NO PERIODO.............: '
               WS-TOT-AJUSTES
           DISPLAY 'DEV69P10   CLIENTES COM AJUSTE............: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV69P10   OCORRENCIAS....................: '
               WS-TOT-OCORRENCIAS
           DISPLAY 'DEV69P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-AJUSTES = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-OCORRENCIAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           CLOSE ARQ-RLAJSUSP ARQ-ALERTAS
           GOBACK.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-AJUSTES
                 INTO :WS-CODIGOCLI-HOST, :WS-HIST-SEQ-HOST,
                      :WS-TIPO-IMAGEM-HOST, :WS-DATA-HIST-HOST,
                      :WS-RAZSOCIAL-HOST, :WS-SALDO-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'FETCH' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
           ADD 1 TO WS-TOT-IMAGENS.
      *
      * NA TROCA DE CODIGO_CLI AVALIA O CLIENTE ANTERIOR. DENTRO DO
      * CLIENTE, A IMAGEM 'ANTES' FICA PENDENTE ATE O 'DEPOIS'
      * SEGUINTE, QUE FECHA O AJUSTE. IMAGEM SEM O SEU PAR (AJUSTE
      * CORTADO PELO INICIO OU PELO FIM DO PERIODO) E DESPREZADA.
       1000-PROCESSA-IMAGEM.
           IF WS-TEM-CLIENTE = 'S'
              AND WS-CODIGOCLI-HOST NOT = WS-COR-CODIGOCLI
               PERFORM 3000-AVALIA-CLIENTE
               MOVE 'N' TO WS-TEM-CLIENTE
           END-IF
           IF WS-TEM-CLIENTE NOT = 'S'
               MOVE 'S' TO WS-TEM-CLIENTE
               MOVE WS-CODIGOCLI-HOST TO WS-COR-CODIGOCLI
               MOVE ZEROS TO WS-QTD-AJUSTES
               MOVE 'N' TO WS-TEM-ANTES
           END-IF
           MOVE WS-RAZSOCIAL-HOST TO WS-COR-RAZSOCIAL
      *
           IF WS-TIPO-IMAGEM-HOST = 'A'
               IF TEM-ANTES
                   ADD 1 TO WS-TOT-SEM-PAR
               END-IF
               MOVE 'S' TO WS-TEM-ANTES
               MOVE WS-HIST-SEQ-HOST TO WS-ANT-SEQ
               MOVE WS-DATA-HIST-HOST TO WS-ANT-DATA
               MOVE WS-SALDO-HOST TO WS-ANT-SALDO
               EXIT PARAGRAPH
           END-IF
      *
           IF NOT TEM-ANTES
               ADD 1 TO WS-TOT-SEM-PAR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TEM-ANTES
           ADD 1 TO WS-TOT-AJUSTES
           IF WS-QTD-AJUSTES NOT < WS-MAX-AJUSTES
               ADD 1 TO WS-TOT-EXCEDENTES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-AJUSTES
           MOVE WS-ANT-SEQ TO WS-AJU-SEQ-ANTES(WS-QTD-AJUSTES)
           MOVE WS-HIST-SEQ-HOST TO WS-AJU-SEQ-DEPOIS(WS-QTD-AJUSTES)
           MOVE WS-ANT-DATA TO WS-AJU-DATA(WS-QTD-AJUSTES)
           COMPUTE WS-AJU-DIA(WS-QTD-AJUSTES) =
               FUNCTION INTEGER-OF-DATE(WS-ANT-DATA)
           MOVE WS-ANT-SALDO TO WS-AJU-SALDO-ANTES(WS-QTD-AJUSTES)
           MOVE WS-SALDO-HOST TO WS-AJU-SALDO-DEPOIS(WS-QTD-AJUSTES)
           COMPUTE WS-AJU-VALOR(WS-QTD-AJUSTES) =
               WS-SALDO-HOST - WS-ANT-SALDO
           MOVE 'N' TO WS-AJU-CASADO(WS-QTD-AJUSTES)
           MOVE 'N' TO WS-AJU-MARCA(WS-QTD-AJUSTES).
      *
       3000-AVALIA-CLIENTE.
           IF TEM-ANTES
               ADD 1 TO WS-TOT-SEM-PAR
               MOVE 'N' TO WS-TEM-ANTES
           END-IF
           IF WS-QTD-AJUSTES = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CLIENTES
           MOVE ZEROS TO WS-OCO-CLIENTE
      *
           PERFORM 3100-PROCURA-ESTORNOS
           PERFORM 3200-PROCURA-REDONDOS
           PERFORM 3300-PROCURA-SEMANA
           PERFORM 3400-CONSULTA-SITUACAO
           PERFORM 3500-PROCURA-INATIVO
           PERFORM 3600-PROCURA-AGENDADO
      *
           IF WS-OCO-CLIENTE > 0
               ADD 1 TO WS-TOT-CLIENTES-OCO
           END-IF.
      *
      * AJUSTE SEGUIDO, DENTRO DE WS-DIAS-ESTORNO DIAS, DE OUTRO COM O
      * MESMO VALOR E SINAL CONTRARIO. O PRIMEIRO CANDIDATO LIVRE
      * FECHA O PAR, E OS DOIS AJUSTES NAO ENTRAM EM OUTRO PAR.
       3100-PROCURA-ESTORNOS.
           MOVE 1 TO WS-IND-I
           PERFORM UNTIL WS-IND-I NOT < WS-QTD-AJUSTES
               IF WS-AJU-CASADO(WS-IND-I) = 'N'
                  AND WS-AJU-VALOR(WS-IND-I) NOT = 0
                   PERFORM 3110-CASA-ESTORNO
               END-IF
               ADD 1 TO WS-IND-I
           END-PERFORM.
      *
       3110-CASA-ESTORNO.
           MOVE 'N' TO WS-ACHOU
           COMPUTE WS-IND-J = WS-IND-I + 1
           PERFORM UNTIL WS-IND-J > WS-QTD-AJUSTES
                      OR WS-ACHOU = 'S'
               COMPUTE WS-INTERVALO-DIAS =
                   WS-AJU-DIA(WS-IND-J) - WS-AJU-DIA(WS-IND-I)
               IF WS-AJU-CASADO(WS-IND-J) = 'N'
                  AND WS-INTERVALO-DIAS NOT > WS-DIAS-ESTORNO
                  AND WS-AJU-VALOR(WS-IND-J) + WS-AJU-VALOR(WS-IND-I)
                      = 0
                   MOVE 'S' TO WS-ACHOU
               ELSE
                   ADD 1 TO WS-IND-J
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S'
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'S' TO WS-AJU-CASADO(WS-IND-I)
           MOVE 'S' TO WS-AJU-CASADO(WS-IND-J)
           PERFORM 3900-LIMPA-MARCAS
           MOVE 'S' TO WS-AJU-MARCA(WS-IND-I)
           MOVE 'S' TO WS-AJU-MARCA(WS-IND-J)
           MOVE 2 TO WS-QTD-MARCADOS
           MOVE 'AJUSTE SEGUIDO DE AJUSTE INVERSO' TO WS-OCO-PADRAO
           MOVE WS-INTERVALO-DIAS TO WS-EDT-QTDE
           MOVE SPACES TO WS-OCO-DETALHE
           STRING 'ESTORNADO APOS ' DELIMITED BY SIZE
                  WS-EDT-QTDE DELIMITED BY SIZE
                  ' DIA(S)' DELIMITED BY SIZE
             INTO WS-OCO-DETALHE
           END-STRING
           ADD 1 TO WS-TOT-ESTORNOS
           PERFORM 7000-IMPRIME-OCORRENCIA.
      *
      * AJUSTES CUJO VALOR ABSOLUTO E MULTIPLO DO VALOR REDONDO - UMA
      * OCORRENCIA POR CLIENTE QUANDO SAO PELO MENOS WS-MIN-REDONDOS.
       3200-PROCURA-REDONDOS.
           PERFORM 3900-LIMPA-MARCAS
           MOVE 1 TO WS-IND-I
           PERFORM UNTIL WS-IND-I > WS-QTD-AJUSTES
               IF WS-AJU-VALOR(WS-IND-I) < 0
                   COMPUTE WS-VALOR-ABS = WS-AJU-VALOR(WS-IND-I) * -1
               ELSE
                   MOVE WS-AJU-VALOR(WS-IND-I) TO WS-VALOR-ABS
               END-IF
               IF WS-VALOR-ABS > 0
                   DIVIDE WS-VALOR-ABS BY WS-VALOR-REDONDO
                       GIVING WS-QUOCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = 0
                       MOVE 'S' TO WS-AJU-MARCA(WS-IND-I)
                       ADD 1 TO WS-QTD-MARCADOS
                   END-IF
               END-IF
               ADD 1 TO WS-IND-I
           END-PERFORM
           IF WS-QTD-MARCADOS < WS-MIN-REDONDOS
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'AJUSTES REPETIDOS DE VALOR REDONDO'
               TO WS-OCO-PADRAO
           MOVE WS-QTD-MARCADOS TO WS-EDT-QTDE
           MOVE SPACES TO WS-OCO-DETALHE
           STRING WS-EDT-QTDE DELIMITED BY SIZE
                  ' AJUSTES MULTIPLOS DO VALOR REDONDO'
                      DELIMITED BY SIZE
             INTO WS-OCO-DETALHE
           END-STRING
           ADD 1 TO WS-TOT-REDONDOS
           PERFORM 7000-IMPRIME-OCORRENCIA.
      *
      * PELO MENOS WS-MIN-SEMANA AJUSTES DENTRO DE SETE DIAS
      * CORRIDOS. A JANELA COMECA EM CADA AJUSTE; AO ACHAR UMA
      * SEQUENCIA, A PROCURA CONTINUA DEPOIS DO SEU ULTIMO AJUSTE,
      * PARA QUE A MESMA RAJADA SAIA UMA VEZ SO.
       3300-PROCURA-SEMANA.
           MOVE 1 TO WS-IND-I
           PERFORM UNTIL WS-IND-I > WS-QTD-AJUSTES
               MOVE WS-IND-I TO WS-IND-J
               MOVE 'N' TO WS-ACHOU
               PERFORM UNTIL WS-IND-J > WS-QTD-AJUSTES
                          OR WS-ACHOU = 'S'
                   IF WS-AJU-DIA(WS-IND-J) - WS-AJU-DIA(WS-IND-I) > 6
                       MOVE 'S' TO WS-ACHOU
                   ELSE
                       ADD 1 TO WS-IND-J
                   END-IF
               END-PERFORM
               COMPUTE WS-IND-K = WS-IND-J - WS-IND-I
               IF WS-IND-K NOT < WS-MIN-SEMANA
                   PERFORM 3310-REGISTRA-SEMANA
                   MOVE WS-IND-J TO WS-IND-I
               ELSE
                   ADD 1 TO WS-IND-I
               END-IF
           END-PERFORM.
      *
       3310-REGISTRA-SEMANA.
           PERFORM 3900-LIMPA-MARCAS
           MOVE WS-IND-I TO WS-IND-K
           PERFORM UNTIL WS-IND-K NOT < WS-IND-J
               MOVE 'S' TO WS-AJU-MARCA(WS-IND-K)
               ADD 1 TO WS-QTD-MARCADOS
               ADD 1 TO WS-IND-K
           END-PERFORM
           MOVE 'MUITOS AJUSTES NA MESMA SEMANA' TO WS-OCO-PADRAO
           MOVE WS-QTD-MARCADOS TO WS-EDT-QTDE
           MOVE SPACES TO WS-OCO-DETALHE
           STRING WS-EDT-QTDE DELIMITED BY SIZE
                  ' AJUSTES EM ATE SETE DIAS CORRIDOS'
                      DELIMITED BY SIZE
             INTO WS-OCO-DETALHE
           END-STRING
           ADD 1 TO WS-TOT-SEMANA
           PERFORM 7000-IMPRIME-OCORRENCIA.
      *
      * SITUACAO ATUAL DO CLIENTE. FORA DO CLIENTPJ, PROCURA NO
      * ARQUIVO MORTO - CLIENTE ARQUIVADO E SEMPRE INATIVO (SEM DATA
      * DE INATIVACAO, VALE A DO ARQUIVAMENTO). AS COLUNAS DE DATA SAO
      * NULAVEIS E VEM EM SELECTS SEPARADOS COM IS NOT NULL.
       3400-CONSULTA-SITUACAO.
           MOVE ZEROS TO WS-SIT-DTINATIVA-HOST
           MOVE ZEROS TO WS-SIT-DTAGENDA-HOST
           MOVE 'N' TO WS-SIT-ARQUIVADO
           MOVE WS-COR-CODIGOCLI TO WS-CODIGOCLI-HOST
      *
           EXEC SQL
               SELECT CODIGO_CLI INTO :WS-SIT-CODIGO-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT COALESCE(DTINATIVA_CLI, DTARQUIVAMENTO_ARCH)
                     INTO :WS-SIT-DTINATIVA-HOST
                     FROM ALUNO06.CLIENTPJ_ARCH
                    WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'S' TO WS-SIT-ARQUIVADO
                   EXIT PARAGRAPH
               END-IF
               IF SQLCODE = 100
                   EXIT PARAGRAPH
               END-IF
               MOVE 'SEL ARCH' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'SEL CLI' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           EXEC SQL
               SELECT DTINATIVA_CLI INTO :WS-SIT-DTINATIVA-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DTINATIVA_CLI IS NOT NULL
           END-EXEC
           IF SQLCODE = 100
               MOVE ZEROS TO WS-SIT-DTINATIVA-HOST
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'SEL INAT' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT DTAGENDA_CLI INTO :WS-SIT-DTAGENDA-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DTAGENDA_CLI IS NOT NULL
           END-EXEC
           IF SQLCODE = 100
               MOVE ZEROS TO WS-SIT-DTAGENDA-HOST
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'SEL AGND' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
               END-IF
           END-IF.
      *
      * AJUSTES FEITOS NA DATA DA INATIVACAO OU DEPOIS DELA.
       3500-PROCURA-INATIVO.
           IF WS-SIT-DTINATIVA-HOST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3900-LIMPA-MARCAS
           MOVE 1 TO WS-IND-I
           PERFORM UNTIL WS-IND-I > WS-QTD-AJUSTES
               IF WS-AJU-DATA(WS-IND-I) NOT < WS-SIT-DTINATIVA-HOST
                   MOVE 'S' TO WS-AJU-MARCA(WS-IND-I)
                   ADD 1 TO WS-QTD-MARCADOS
               END-IF
               ADD 1 TO WS-IND-I
           END-PERFORM
           IF WS-QTD-MARCADOS = 0
               EXIT PARAGRAPH
           END-IF
      *
           IF CLIENTE-ARQUIVADO
               MOVE 'AJUSTE EM CLIENTE ARQUIVADO' TO WS-OCO-PADRAO
           ELSE
               MOVE 'AJUSTE EM CLIENTE INATIVO' TO WS-OCO-PADRAO
           END-IF
           MOVE WS-SIT-DTINATIVA-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE SPACES TO WS-OCO-DETALHE
           STRING 'INATIVO DESDE ' DELIMITED BY SIZE
                  WS-EDT-DATA-X DELIMITED BY SIZE
             INTO WS-OCO-DETALHE
           END-STRING
           ADD 1 TO WS-TOT-INATIVOS
           PERFORM 7000-IMPRIME-OCORRENCIA.
      *
      * AJUSTES FEITOS ENQUANTO HA INATIVACAO AGENDADA PENDENTE (ATE
      * A DATA AGENDADA).
       3600-PROCURA-AGENDADO.
           IF WS-SIT-DTAGENDA-HOST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3900-LIMPA-MARCAS
           MOVE 1 TO WS-IND-I
           PERFORM UNTIL WS-IND-I > WS-QTD-AJUSTES
               IF WS-AJU-DATA(WS-IND-I) NOT > WS-SIT-DTAGENDA-HOST
                   MOVE 'S' TO WS-AJU-MARCA(WS-IND-I)
                   ADD 1 TO WS-QTD-MARCADOS
               END-IF
               ADD 1 TO WS-IND-I
           END-PERFORM
           IF WS-QTD-MARCADOS = 0
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'AJUSTE COM INATIVACAO AGENDADA' TO WS-OCO-PADRAO
           MOVE WS-SIT-DTAGENDA-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE SPACES TO WS-OCO-DETALHE
           STRING 'INATIVACAO AGENDADA PARA ' DELIMITED BY SIZE
                  WS-EDT-DATA-X DELIMITED BY SIZE
             INTO WS-OCO-DETALHE
           END-STRING
           ADD 1 TO WS-TOT-AGENDADOS
           PERFORM 7000-IMPRIME-OCORRENCIA.
      *
       3900-LIMPA-MARCAS.
           MOVE ZEROS TO WS-QTD-MARCADOS
           MOVE 1 TO WS-IND-K
           PERFORM UNTIL WS-IND-K > WS-QTD-AJUSTES
               MOVE 'N' TO WS-AJU-MARCA(WS-IND-K)
               ADD 1 TO WS-IND-K
           END-PERFORM.
      *
      * QUALQUER FALHA DE BANCO INTERROMPE A ANALISE - VER 9900-ABORTA.
       0700-SYSOUT-ERRO-SQL.
           DISPLAY 'DEV69P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - CODIGO: ' WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
           PERFORM 9900-ABORTA.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           IF WS-EDT-DATA = 0
               EXIT PARAGRAPH
           END-IF
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO SUS-CB1-DATA
           MOVE WS-REL-PAGINA TO SUS-CB1-PAG
           WRITE REG-RLAJSUSP FROM SUS-CABEC1 AFTER ADVANCING PAGE
           MOVE WS-DATA-DE-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO SUS-CB2-DATA-DE
           MOVE WS-DATA-ATE-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO SUS-CB2-DATA-ATE
           MOVE WS-DIAS-ESTORNO TO SUS-CB2-DIAS
           MOVE WS-VALOR-REDONDO TO SUS-CB2-REDONDO
           MOVE WS-MIN-REDONDOS TO SUS-CB2-MIN-REDONDOS
           MOVE WS-MIN-SEMANA TO SUS-CB2-MIN-SEMANA
           WRITE REG-RLAJSUSP FROM SUS-CABEC2 AFTER ADVANCING 1 LINES
           WRITE REG-RLAJSUSP FROM SUS-CABEC3 AFTER ADVANCING 2 LINES
           WRITE REG-RLAJSUSP FROM SUS-CABEC4 AFTER ADVANCING 1 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * LINHA DA OCORRENCIA, AS IMAGENS MARCADAS E O ALERTA.
       7000-IMPRIME-OCORRENCIA.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-COR-CODIGOCLI TO SUS-LD1-CODIGO
           MOVE WS-COR-RAZSOCIAL TO SUS-LD1-RAZAO
           MOVE WS-OCO-PADRAO TO SUS-LD1-PADRAO
           MOVE WS-OCO-DETALHE TO SUS-LD1-DETALHE
           WRITE REG-RLAJSUSP FROM SUS-LINDET1 AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA
      *
           MOVE 1 TO WS-IND-K
           PERFORM UNTIL WS-IND-K > WS-QTD-AJUSTES
               IF WS-AJU-MARCA(WS-IND-K) = 'S'
                   PERFORM 7100-IMPRIME-IMAGENS
               END-IF
               ADD 1 TO WS-IND-K
           END-PERFORM
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'DEV69P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE WS-COR-CODIGOCLI TO ALR-CHAVE
           MOVE WS-OCO-PADRAO TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO
      *
           ADD 1 TO WS-OCO-CLIENTE
           ADD 1 TO WS-TOT-OCORRENCIAS.
      *
       7100-IMPRIME-IMAGENS.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-AJU-SEQ-ANTES(WS-IND-K) TO SUS-LD2-SEQ-ANTES
           MOVE WS-AJU-SEQ-DEPOIS(WS-IND-K) TO SUS-LD2-SEQ-DEPOIS
           MOVE WS-AJU-DATA(WS-IND-K) TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO SUS-LD2-DATA
           MOVE WS-AJU-SALDO-ANTES(WS-IND-K) TO SUS-LD2-SALDO-ANTES
           MOVE WS-AJU-SALDO-DEPOIS(WS-IND-K) TO SUS-LD2-SALDO-DEPOIS
           MOVE WS-AJU-VALOR(WS-IND-K) TO SUS-LD2-VALOR
           WRITE REG-RLAJSUSP FROM SUS-LINDET2 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7300-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 16 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'IMAGENS DE AJUSTE LIDAS' TO SUS-TOT-ROTULO
           MOVE WS-TOT-IMAGENS TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 3 LINES
           MOVE 'AJUSTES (PARES ANTES/DEPOIS) NO PERIODO'
               TO SUS-TOT-ROTULO
           MOVE WS-TOT-AJUSTES TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'IMAGENS SEM PAR NO PERIODO (DESPREZADAS)'
               TO SUS-TOT-ROTULO
           MOVE WS-TOT-SEM-PAR TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CLIENTES COM AJUSTE NO PERIODO' TO SUS-TOT-ROTULO
           MOVE WS-TOT-CLIENTES TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CLIENTES COM OCORRENCIA' TO SUS-TOT-ROTULO
           MOVE WS-TOT-CLIENTES-OCO TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'AJUSTE SEGUIDO DE AJUSTE INVERSO' TO SUS-TOT-ROTULO
           MOVE WS-TOT-ESTORNOS TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'AJUSTES REPETIDOS DE VALOR REDONDO' TO SUS-TOT-ROTULO
           MOVE WS-TOT-REDONDOS TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'MUITOS AJUSTES NA MESMA SEMANA' TO SUS-TOT-ROTULO
           MOVE WS-TOT-SEMANA TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'AJUSTE EM CLIENTE INATIVO OU ARQUIVADO'
               TO SUS-TOT-ROTULO
           MOVE WS-TOT-INATIVOS TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'AJUSTE COM INATIVACAO AGENDADA' TO SUS-TOT-ROTULO
           MOVE WS-TOT-AGENDADOS TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'TOTAL DE OCORRENCIAS' TO SUS-TOT-ROTULO
           MOVE WS-TOT-OCORRENCIAS TO SUS-TOT-QTDE
           WRITE REG-RLAJSUSP FROM SUS-TOTAIS AFTER ADVANCING 2 LINES
           IF WS-TOT-EXCEDENTES > 0
               MOVE WS-MAX-AJUSTES TO WS-EDT-QTDE
               MOVE SPACES TO SUS-LAV-TEXTO
               STRING 'ATENCAO - AJUSTES ALEM DE ' DELIMITED BY SIZE
                      WS-EDT-QTDE DELIMITED BY SIZE
                      ' POR CLIENTE NAO FORAM ANALISADOS: '
                          DELIMITED BY SIZE
                      WS-TOT-EXCEDENTES DELIMITED BY SIZE
                 INTO SUS-LAV-TEXTO
               END-STRING
               WRITE REG-RLAJSUSP FROM SUS-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
      * ABORT - O RELATORIO E OS ALERTAS FICAM INCOMPLETOS; A
      * REEXECUCAO REFAZ TUDO (O PROGRAMA SO LE O BANCO).
       9900-ABORTA.
           MOVE 'ANALISE INTERROMPIDA POR ERRO - VER SYSOUT'
               TO SUS-LAV-TEXTO
           WRITE REG-RLAJSUSP FROM SUS-LINAVISO AFTER ADVANCING 2 LINES
           CLOSE ARQ-RLAJSUSP ARQ-ALERTAS
           DISPLAY 'DEV69P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
