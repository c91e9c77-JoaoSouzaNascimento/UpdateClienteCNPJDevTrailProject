       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV63P10.
      *
      *----------------------------------------------------------------*
      * EXTRATO MENSAL DE SALDO POR CLIENTE ATIVO, MONTADO A PARTIR    *
      * DAS IMAGENS DE ALUNO06.CLIENTPJ_HIST DO MES (AAAAMM NO SYSIN - *
      * AUSENTE, O MES ANTERIOR AO DO PROCESSAMENTO). PARA CADA        *
      * CLIENTE: SALDO DE ABERTURA (ULTIMA IMAGEM 'D' ANTERIOR AO MES  *
      * OU, SEM ELA, A IMAGEM 'A' DA PRIMEIRA OPERACAO), CADA          *
      * MOVIMENTO DATADO COM A OPERACAO - 'A' COMPRA, 'B' AJUSTE, 'F'  *
      * FUSAO, 'X' ESTORNO E QUALQUER OUTRA QUE TENHA MEXIDO NO SALDO  *
      * - E O SALDO DE FECHAMENTO. O SALDO NA DATA DA FOTOGRAFIA DO    *
      * MES (MAIOR DATA_SNAP DO MES EM ALUNO06.CLIENTPJ_SNAP, GRAVADA  *
      * PELO DEV28P10) E CONFERIDO COM O SALDO_CLI DA FOTOGRAFIA.      *
      * SAIDAS - RLEXTRAT, UMA PAGINA POR CLIENTE, E O ARQUIVO DE MALA *
      * DIRETA DEV63EML (DEVEXMCL) PARA OS CLIENTES COM EMAIL_CLI      *
      * ENTREGAVEL (MESMO CRIVO DE DEVOLUCAO DO DEV36P10). EXTRATO     *
      * DIVERGENTE NAO VAI PARA A MALA; SEM FOTOGRAFIA NO MES NADA VAI *
      * - RODAR O DEV28P10 E REPROCESSAR.                              *
      * RETURN CODE 4 = NENHUM CLIENTE  8 = DIVERGENCIA OU MES SEM     *
      * FOTOGRAFIA  12 = ABORT.                                        *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLISNAP END-EXEC.
      *
       EXEC SQL INCLUDE CLIBOUNC END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RLEXTRAT ASSIGN TO 'RLEXTRAT'
               FILE STATUS IS WS-FS-RLEXTRAT.
           SELECT ARQ-MALA ASSIGN TO 'DEV63EML'
               FILE STATUS IS WS-FS-MALA.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-RLEXTRAT
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLEXTRAT             PIC X(132).
      *
       FD ARQ-MALA
           RECORDING MODE F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-MALA                 PIC X(150).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVEXMRL.
      *
           COPY DEVEXMCL.
      *
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-CNPJA-HOST            PIC X(8).
           05 WS-FILIALA-HOST          PIC X(4).
           05 WS-SALDO-HOST            PIC S9(11)V99.
           05 WS-EMAIL-HOST            PIC X(50).
      *
       01 WS-HIST-HOST.
           05 WS-HIST-SEQ-HOST         PIC S9(9) COMP.
           05 WS-HIST-OPER-HOST        PIC X(1).
           05 WS-HIST-IMAGEM-HOST      PIC X(1).
           05 WS-HIST-DATA-HOST        PIC 9(8).
           05 WS-HIST-SALDO-HOST       PIC S9(11)V99.
           05 WS-HIST-VRCOMPRA-HOST    PIC S9(9)V99.
      *
       01 WS-SEQ-ANTERIOR-HOST     PIC S9(9) COMP VALUE ZEROS.
       01 WS-SALDO-FOTO-HOST       PIC S9(11)V99 VALUE ZEROS.
       01 WS-SITUACAO-EMAIL-HOST   PIC X(1) VALUE SPACE.
      *
      * LIMITES DO MES DE REFERENCIA E DATA DA FOTOGRAFIA DO MES.
       01 WS-DATA-INICIO-HOST      PIC 9(8) VALUE ZEROS.
       01 WS-DATA-FIM-HOST         PIC 9(8) VALUE ZEROS.
       01 WS-DATA-SNAP-HOST        PIC 9(8) VALUE ZEROS.
       01 WS-QTD-SNAP-HOST         PIC S9(9) COMP VALUE ZEROS.
      *
      * MES DE REFERENCIA, LIDO DO SYSIN (AAAAMM).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-MES-REF          PIC 9(006) VALUE ZEROS.
       01 WS-MES-REF.
           05 WS-MES-REF-AA            PIC 9(004).
           05 WS-MES-REF-MM            PIC 9(002).
       01 WS-MES-REF-N REDEFINES WS-MES-REF
                                   PIC 9(006).
       01 WS-DATA-AUX.
           05 WS-DATA-AUX-AA           PIC 9(004).
           05 WS-DATA-AUX-MM           PIC 9(002).
           05 WS-DATA-AUX-DD           PIC 9(002).
       01 WS-DATA-AUX-N REDEFINES WS-DATA-AUX
                                   PIC 9(008).
      *
       01 WS-FS-RLEXTRAT           PIC XX VALUE SPACES.
       01 WS-FS-MALA               PIC XX VALUE SPACES.
       01 WS-FIM-CLIENTES          PIC X VALUE 'N'.
       01 WS-FIM-MOVTOS            PIC X VALUE 'N'.
       01 WS-TEM-FOTOGRAFIA        PIC X VALUE 'N'.
           88 TEM-FOTOGRAFIA                  VALUE 'S'.
       01 WS-ABORTADO              PIC X VALUE 'N'.
           88 PROCESSAMENTO-ABORTADO          VALUE 'S'.
       01 WS-CLIENTE-NO-MES        PIC X VALUE 'S'.
           88 CLIENTE-NO-MES                  VALUE 'S'.
      *     'C' CONFERE  'D' DIVERGE  'N' NAO CONFERIDO
       01 WS-CONFERENCIA           PIC X VALUE SPACE.
           88 EXTRATO-CONFERE                 VALUE 'C'.
           88 EXTRATO-DIVERGE                 VALUE 'D'.
           88 EXTRATO-NAO-CONFERIDO           VALUE 'N'.
      *
      * SALDOS DO EXTRATO EM CURSO.
       01 WS-EXTRATO.
           05 WS-SALDO-ABERTURA    PIC S9(013)V99 COMP-3 VALUE ZEROS.
           05 WS-SALDO-CORRENTE    PIC S9(013)V99 COMP-3 VALUE ZEROS.
           05 WS-SALDO-NA-FOTO     PIC S9(013)V99 COMP-3 VALUE ZEROS.
           05 WS-VALOR-MOVIMENTO   PIC S9(013)V99 COMP-3 VALUE ZEROS.
           05 WS-DIFERENCA         PIC S9(013)V99 COMP-3 VALUE ZEROS.
       01 WS-DESCRICAO-OPER        PIC X(015) VALUE SPACES.
      *
      * MOVIMENTOS DO EXTRATO EM CURSO, GUARDADOS PARA A MALA DIRETA -
      * O REGISTRO 'C' LEVA O FECHAMENTO E A CONFERENCIA, QUE SO SE
      * CONHECEM DEPOIS DO ULTIMO MOVIMENTO. ACIMA DE 500 MOVIMENTOS
      * NO MES O EXTRATO SAI SO IMPRESSO.
       01 WS-TAB-MOVTOS.
           05 WS-MOVTO             OCCURS 500 TIMES.
               10 WS-MVT-DATA      PIC 9(008).
               10 WS-MVT-OPERACAO  PIC X(001).
               10 WS-MVT-DESCRICAO PIC X(015).
               10 WS-MVT-COMPRA    PIC S9(011)V99 COMP-3.
               10 WS-MVT-VALOR     PIC S9(013)V99 COMP-3.
               10 WS-MVT-SALDO     PIC S9(013)V99 COMP-3.
       01 WS-QTD-MOVTOS            PIC 9(005) VALUE ZEROS.
       01 WS-IND-MOVTO             PIC 9(005) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-CLIENTES      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXTRATOS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-COM-MOVTO     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FORA-MES      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CONFERE       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DIVERGE       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NAO-CONFERIDO PIC 9(007) VALUE ZEROS.
           05 WS-TOT-MALA          PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EMAIL-BLOQ    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXCESSO       PIC 9(007) VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(004) VALUE ZEROS.
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
           EXEC SQL DECLARE C-CLIENTES CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI, VALUE(SALDO_CLI, 0),
                      VALUE(EMAIL_CLI, ' ')
                 FROM ALUNO06.CLIENTPJ
                WHERE DTINATIVA_CLI IS NULL
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-MOVTOS CURSOR FOR
               SELECT SEQ_HIST, TIPO_OPER_HIST, DATA_HIST,
                      VALUE(SALDO_CLI, 0), VALUE(VRULTCOMPRA_CLI, 0)
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND TIPO_IMAGEM_HIST = 'D'
                  AND DATA_HIST BETWEEN :WS-DATA-INICIO-HOST
                                    AND :WS-DATA-FIM-HOST
                ORDER BY SEQ_HIST
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA-N
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           DISPLAY 'DEV63P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-DEFINE-MES
           IF PROCESSAMENTO-ABORTADO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLEXTRAT
           IF WS-FS-RLEXTRAT NOT = '00'
               DISPLAY 'DEV63P10   ERRO AO ABRIR RLEXTRAT - STATUS: '
                   WS-FS-RLEXTRAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
      * O DEV63EML E ABERTO SEMPRE - SEM FOTOGRAFIA NO MES A GERACAO
      * FICA VAZIA.
           OPEN OUTPUT ARQ-MALA
           IF WS-FS-MALA NOT = '00'
               DISPLAY 'DEV63P10   ERRO AO ABRIR DEV63EML - STATUS: '
                   WS-FS-MALA
               CLOSE ARQ-RLEXTRAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0200-LOCALIZA-FOTOGRAFIA
           IF PROCESSAMENTO-ABORTADO
               CLOSE ARQ-RLEXTRAT ARQ-MALA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           EXEC SQL OPEN C-CLIENTES END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV63P10   ERRO NO OPEN C-CLIENTES - SQLCODE: '
                   SQLCODE
               CLOSE ARQ-RLEXTRAT ARQ-MALA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0150-FETCH-CLIENTE
           PERFORM UNTIL WS-FIM-CLIENTES = 'S'
               PERFORM 1000-PROCESSA-CLIENTE
               IF PROCESSAMENTO-ABORTADO
                   MOVE 'S' TO WS-FIM-CLIENTES
               ELSE
                   PERFORM 0150-FETCH-CLIENTE
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE C-CLIENTES END-EXEC
      *
           PERFORM 7200-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV63P10   MES DE REFERENCIA..............: '
               WS-MES-REF-N
           DISPLAY 'DEV63P10   CLIENTES ATIVOS LIDOS..........: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV63P10   EXTRATOS EMITIDOS..............: '
               WS-TOT-EXTRATOS
           DISPLAY 'DEV63P10   EXTRATOS CONFERIDOS............: '
               WS-TOT-CONFERE
           DISPLAY 'DEV63P10   EXTRATOS DIVERGENTES...........: '
               WS-TOT-DIVERGE
           DISPLAY 'DEV63P10   EXTRATOS NAO CONFERIDOS........: '
               WS-TOT-NAO-CONFERIDO
           DISPLAY 'DEV63P10   EXTRATOS NA MALA DIRETA........: '
               WS-TOT-MALA
           DISPLAY 'DEV63P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN PROCESSAMENTO-ABORTADO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TOT-DIVERGE > 0 OR NOT TEM-FOTOGRAFIA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-EXTRATOS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-RLEXTRAT ARQ-MALA
           GOBACK.
      *
      * MES DE REFERENCIA: O DO SYSIN OU, AUSENTE, O ANTERIOR AO DO
      * PROCESSAMENTO. O ULTIMO DIA E O DIA ANTERIOR AO PRIMEIRO DO
      * MES SEGUINTE.
       0100-DEFINE-MES.
           IF WS-PARM-MES-REF IS NUMERIC AND WS-PARM-MES-REF > 0
               MOVE WS-PARM-MES-REF TO WS-MES-REF-N
           ELSE
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-AUX-N
               MOVE WS-DATA-AUX-AA TO WS-MES-REF-AA
               MOVE WS-DATA-AUX-MM TO WS-MES-REF-MM
               IF WS-MES-REF-MM = 1
                   MOVE 12 TO WS-MES-REF-MM
                   SUBTRACT 1 FROM WS-MES-REF-AA
               ELSE
                   SUBTRACT 1 FROM WS-MES-REF-MM
               END-IF
           END-IF
      *
           IF WS-MES-REF-MM < 1 OR WS-MES-REF-MM > 12
              OR WS-MES-REF-AA < 1601
               DISPLAY 'DEV63P10   MES DE REFERENCIA INVALIDO NO '
                   'SYSIN: ' WS-PARM-MES-REF
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-MES-REF-AA TO WS-DATA-AUX-AA
           MOVE WS-MES-REF-MM TO WS-DATA-AUX-MM
           MOVE 1 TO WS-DATA-AUX-DD
           MOVE WS-DATA-AUX-N TO WS-DATA-INICIO-HOST
      *
           IF WS-DATA-AUX-MM = 12
               MOVE 1 TO WS-DATA-AUX-MM
               ADD 1 TO WS-DATA-AUX-AA
           ELSE
               ADD 1 TO WS-DATA-AUX-MM
           END-IF
           COMPUTE WS-DATA-FIM-HOST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-AUX-N) - 1)
      *
           MOVE WS-MES-REF-MM TO EXR-CB1-MES
           MOVE WS-MES-REF-AA TO EXR-CB1-ANO
           MOVE WS-MES-REF-N TO EXM-CLI-MES-REF
           DISPLAY 'DEV63P10   EXTRATO DE ' WS-DATA-INICIO-HOST
               ' A ' WS-DATA-FIM-HOST.
      *
      * A FOTOGRAFIA DO MES E A DE MAIOR DATA_SNAP DENTRO DELE (O
      * DEV28P10 PODE TER RODADO NO ULTIMO DIA UTIL). SEM ELA O
      * EXTRATO SAI, MAS NADA E CONFERIDO NEM VAI PARA A MALA.
       0200-LOCALIZA-FOTOGRAFIA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-SNAP-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP BETWEEN :WS-DATA-INICIO-HOST
                                    AND :WS-DATA-FIM-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV63P10   ERRO NA LEITURA DE CLIENTPJ_SNAP - '
                   'SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-QTD-SNAP-HOST = 0
               DISPLAY 'DEV63P10   *** MES SEM FOTOGRAFIA EM '
                   'CLIENTPJ_SNAP - EXTRATOS NAO CONFERIDOS E MALA '
                   'DIRETA NAO GERADA ***'
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               SELECT MAX(DATA_SNAP)
                 INTO :WS-DATA-SNAP-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP BETWEEN :WS-DATA-INICIO-HOST
                                    AND :WS-DATA-FIM-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV63P10   ERRO NA LEITURA DE CLIENTPJ_SNAP - '
                   'SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'S' TO WS-TEM-FOTOGRAFIA
           DISPLAY 'DEV63P10   CONFERENCIA COM A FOTOGRAFIA DE '
               WS-DATA-SNAP-HOST.
      *
       0150-FETCH-CLIENTE.
           EXEC SQL
               FETCH C-CLIENTES
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-CNPJA-HOST, :WS-FILIALA-HOST,
                      :WS-SALDO-HOST, :WS-EMAIL-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CLIENTES
               IF SQLCODE NOT = 100
                   DISPLAY 'DEV63P10   ERRO NO FETCH C-CLIENTES - '
                       'SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ABORTADO
               END-IF
           ELSE
               ADD 1 TO WS-TOT-CLIENTES
           END-IF.
      *
       0160-FETCH-MOVTO.
           EXEC SQL
               FETCH C-MOVTOS
                 INTO :WS-HIST-SEQ-HOST, :WS-HIST-OPER-HOST,
                      :WS-HIST-DATA-HOST, :WS-HIST-SALDO-HOST,
                      :WS-HIST-VRCOMPRA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-MOVTOS
               IF SQLCODE NOT = 100
                   DISPLAY 'DEV63P10   ERRO NO FETCH C-MOVTOS - '
                       'CLIENTE ' WS-CODIGOCLI-HOST ' SQLCODE: '
                       SQLCODE
                   MOVE 'S' TO WS-ABORTADO
               END-IF
           END-IF.
      *
      * UM EXTRATO POR CLIENTE, SEMPRE EM PAGINA PROPRIA. O CLIENTE
      * CUJO CADASTRO (OPERACAO 'N') E POSTERIOR AO MES NAO TEM
      * EXTRATO.
       1000-PROCESSA-CLIENTE.
           PERFORM 1100-SALDO-ABERTURA
           IF PROCESSAMENTO-ABORTADO
               EXIT PARAGRAPH
           END-IF
           IF NOT CLIENTE-NO-MES
               ADD 1 TO WS-TOT-FORA-MES
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-TOT-EXTRATOS
           MOVE ZEROS TO WS-QTD-MOVTOS
           MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRENTE
           MOVE WS-SALDO-ABERTURA TO WS-SALDO-NA-FOTO
      *
           PERFORM 0500-IMPRIME-CABECALHO
           MOVE 'SALDO DE ABERTURA' TO EXR-LSD-ROTULO
           MOVE WS-SALDO-ABERTURA TO EXR-LSD-SALDO
           WRITE REG-RLEXTRAT FROM EXR-LINSALDO AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA
      *
           EXEC SQL OPEN C-MOVTOS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV63P10   ERRO NO OPEN C-MOVTOS - CLIENTE '
                   WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'N' TO WS-FIM-MOVTOS
           PERFORM 0160-FETCH-MOVTO
           PERFORM UNTIL WS-FIM-MOVTOS = 'S'
               PERFORM 1200-TRATA-IMAGEM
               PERFORM 0160-FETCH-MOVTO
           END-PERFORM
      *
           EXEC SQL CLOSE C-MOVTOS END-EXEC
           IF PROCESSAMENTO-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-QTD-MOVTOS = 0
               MOVE 'SEM MOVIMENTO DE SALDO NO MES' TO EXR-LAV-TEXTO
               WRITE REG-RLEXTRAT FROM EXR-LINAVISO
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REL-LINHA
           ELSE
               ADD 1 TO WS-TOT-COM-MOVTO
           END-IF
      *
           MOVE 'SALDO DE FECHAMENTO' TO EXR-LSD-ROTULO
           MOVE WS-SALDO-CORRENTE TO EXR-LSD-SALDO
           WRITE REG-RLEXTRAT FROM EXR-LINSALDO AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA
      *
           PERFORM 1300-CONFERE-FOTOGRAFIA
           PERFORM 1400-GRAVA-MALA.
      *
      * ABERTURA = SALDO DA ULTIMA IMAGEM 'D' ANTERIOR AO MES. SEM
      * ELA, VALE A PRIMEIRA IMAGEM DO CLIENTE DAI EM DIANTE: UMA
      * IMAGEM 'A' (ANTES) TRAZ O SALDO QUE ELE JA TINHA; O CADASTRO
      * 'N' DENTRO DO MES ABRE COM ZERO E DEPOIS DO MES TIRA O
      * CLIENTE DO EXTRATO. SEM IMAGEM NENHUMA O SALDO NUNCA MUDOU
      * DESDE A CARGA - VALE O SALDO_CLI ATUAL.
       1100-SALDO-ABERTURA.
           MOVE 'S' TO WS-CLIENTE-NO-MES
           MOVE ZEROS TO WS-SALDO-ABERTURA
      *
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_HIST), 0)
                 INTO :WS-SEQ-ANTERIOR-HOST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND TIPO_IMAGEM_HIST = 'D'
                  AND DATA_HIST < :WS-DATA-INICIO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV63P10   ERRO NA LEITURA DE CLIENTPJ_HIST - '
                   'CLIENTE ' WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ABORTADO
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-SEQ-ANTERIOR-HOST > 0
               EXEC SQL
                   SELECT VALUE(SALDO_CLI, 0)
                     INTO :WS-HIST-SALDO-HOST
                     FROM ALUNO06.CLIENTPJ_HIST
                    WHERE SEQ_HIST = :WS-SEQ-ANTERIOR-HOST
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV63P10   ERRO NA LEITURA DE '
                       'CLIENTPJ_HIST - CLIENTE ' WS-CODIGOCLI-HOST
                       ' SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ABORTADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-HIST-SALDO-HOST TO WS-SALDO-ABERTURA
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               SELECT TIPO_OPER_HIST, TIPO_IMAGEM_HIST, DATA_HIST,
                      VALUE(SALDO_CLI, 0)
                 INTO :WS-HIST-OPER-HOST, :WS-HIST-IMAGEM-HOST,
                      :WS-HIST-DATA-HOST, :WS-HIST-SALDO-HOST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DATA_HIST >= :WS-DATA-INICIO-HOST
                ORDER BY SEQ_HIST
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE WS-SALDO-HOST TO WS-SALDO-ABERTURA
               WHEN SQLCODE NOT = 0
                   DISPLAY 'DEV63P10   ERRO NA LEITURA DE '
                       'CLIENTPJ_HIST - CLIENTE ' WS-CODIGOCLI-HOST
                       ' SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ABORTADO
               WHEN WS-HIST-OPER-HOST = 'N'
                   IF WS-HIST-DATA-HOST > WS-DATA-FIM-HOST
                       MOVE 'N' TO WS-CLIENTE-NO-MES
                   END-IF
               WHEN WS-HIST-IMAGEM-HOST = 'A'
                   MOVE WS-HIST-SALDO-HOST TO WS-SALDO-ABERTURA
           END-EVALUATE.
      *
      * CADA IMAGEM 'D' DO MES: O MOVIMENTO E A DIFERENCA PARA O SALDO
      * CORRENTE. COMPRA, AJUSTE, FUSAO E ESTORNO SAEM SEMPRE; AS
      * DEMAIS OPERACOES SO QUANDO MEXERAM NO SALDO.
       1200-TRATA-IMAGEM.
           COMPUTE WS-VALOR-MOVIMENTO =
               WS-HIST-SALDO-HOST - WS-SALDO-CORRENTE
           IF WS-VALOR-MOVIMENTO = 0
              AND WS-HIST-OPER-HOST NOT = 'A'
              AND WS-HIST-OPER-HOST NOT = 'B'
              AND WS-HIST-OPER-HOST NOT = 'F'
              AND WS-HIST-OPER-HOST NOT = 'X'
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-HIST-SALDO-HOST TO WS-SALDO-CORRENTE
           IF TEM-FOTOGRAFIA
              AND WS-HIST-DATA-HOST <= WS-DATA-SNAP-HOST
               MOVE WS-SALDO-CORRENTE TO WS-SALDO-NA-FOTO
           END-IF
           PERFORM 0600-MOVE-DESCOPER
      *
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-HIST-DATA-HOST TO WS-EDT-DATA-N
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO EXR-LD1-DATA
           MOVE WS-HIST-OPER-HOST TO EXR-LD1-OPERACAO
           MOVE WS-DESCRICAO-OPER TO EXR-LD1-DESCRICAO
           IF WS-HIST-OPER-HOST = 'A'
               MOVE WS-HIST-VRCOMPRA-HOST TO EXR-LD1-VALOR-COMPRA
           ELSE
               MOVE SPACES TO EXR-LD1-VALOR-COMPRA-X
           END-IF
           MOVE WS-VALOR-MOVIMENTO TO EXR-LD1-MOVIMENTO
           MOVE WS-SALDO-CORRENTE TO EXR-LD1-SALDO
           WRITE REG-RLEXTRAT FROM EXR-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA
      *
           ADD 1 TO WS-QTD-MOVTOS
           IF WS-QTD-MOVTOS > 500
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-DATA-HOST TO WS-MVT-DATA(WS-QTD-MOVTOS)
           MOVE WS-HIST-OPER-HOST TO WS-MVT-OPERACAO(WS-QTD-MOVTOS)
           MOVE WS-DESCRICAO-OPER TO WS-MVT-DESCRICAO(WS-QTD-MOVTOS)
           IF WS-HIST-OPER-HOST = 'A'
               MOVE WS-HIST-VRCOMPRA-HOST
                   TO WS-MVT-COMPRA(WS-QTD-MOVTOS)
           ELSE
               MOVE ZEROS TO WS-MVT-COMPRA(WS-QTD-MOVTOS)
           END-IF
           MOVE WS-VALOR-MOVIMENTO TO WS-MVT-VALOR(WS-QTD-MOVTOS)
           MOVE WS-SALDO-CORRENTE TO WS-MVT-SALDO(WS-QTD-MOVTOS).
      *
      * O SALDO RECONSTRUIDO NA DATA DA FOTOGRAFIA TEM DE SER O
      * SALDO_CLI GRAVADO NELA. CLIENTE FORA DA FOTOGRAFIA FICA NAO
      * CONFERIDO - SEM DIVERGENCIA.
       1300-CONFERE-FOTOGRAFIA.
           MOVE ZEROS TO EXR-LCF-SALDO-FOTO EXR-LCF-DIFERENCA
           MOVE SPACES TO EXR-LCF-DATA
      *
           IF NOT TEM-FOTOGRAFIA
               MOVE 'N' TO WS-CONFERENCIA
               MOVE 'NAO CONFERIDO - MES SEM FOTO' TO EXR-LCF-SITUACAO
               PERFORM 1390-IMPRIME-CONFERENCIA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-DATA-SNAP-HOST TO WS-EDT-DATA-N
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO EXR-LCF-DATA
      *
           EXEC SQL
               SELECT VALUE(SALDO_CLI, 0)
                 INTO :WS-SALDO-FOTO-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP = :WS-DATA-SNAP-HOST
                  AND CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-DIFERENCA =
                       WS-SALDO-FOTO-HOST - WS-SALDO-NA-FOTO
                   MOVE WS-SALDO-FOTO-HOST TO EXR-LCF-SALDO-FOTO
                   MOVE WS-DIFERENCA TO EXR-LCF-DIFERENCA
                   IF WS-DIFERENCA = 0
                       MOVE 'C' TO WS-CONFERENCIA
                       MOVE 'CONFERE' TO EXR-LCF-SITUACAO
                   ELSE
                       MOVE 'D' TO WS-CONFERENCIA
                       MOVE '*** DIVERGE DA FOTOGRAFIA ***'
                           TO EXR-LCF-SITUACAO
                       DISPLAY 'DEV63P10   EXTRATO DIVERGENTE - '
                           'CLIENTE ' WS-CODIGOCLI-HOST
                   END-IF
               WHEN 100
                   MOVE 'N' TO WS-CONFERENCIA
                   MOVE 'NAO CONSTA NA FOTOGRAFIA' TO EXR-LCF-SITUACAO
               WHEN OTHER
                   MOVE 'N' TO WS-CONFERENCIA
                   MOVE 'ERRO NA LEITURA DA FOTOGRAFIA'
                       TO EXR-LCF-SITUACAO
                   DISPLAY 'DEV63P10   ERRO NA LEITURA DE '
                       'CLIENTPJ_SNAP - CLIENTE ' WS-CODIGOCLI-HOST
                       ' SQLCODE: ' SQLCODE
           END-EVALUATE
           PERFORM 1390-IMPRIME-CONFERENCIA.
      *
       1390-IMPRIME-CONFERENCIA.
           EVALUATE TRUE
               WHEN EXTRATO-CONFERE
                   ADD 1 TO WS-TOT-CONFERE
               WHEN EXTRATO-DIVERGE
                   ADD 1 TO WS-TOT-DIVERGE
               WHEN OTHER
                   ADD 1 TO WS-TOT-NAO-CONFERIDO
           END-EVALUATE
           WRITE REG-RLEXTRAT FROM EXR-LINCONF AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
      * VAI PARA A MALA O CLIENTE COM EMAIL ENTREGAVEL, EXTRATO NAO
      * DIVERGENTE, NUM MES COM FOTOGRAFIA E COM TODOS OS MOVIMENTOS
      * NA TABELA.
       1400-GRAVA-MALA.
           IF WS-EMAIL-HOST = SPACES OR NOT TEM-FOTOGRAFIA
              OR EXTRATO-DIVERGE
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 1050-CONFERE-DEVOLUCAO
           IF WS-EMAIL-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-QTD-MOVTOS > 500
               ADD 1 TO WS-TOT-EXCESSO
               MOVE SPACES TO EXR-LAV-TEXTO
               STRING 'MAIS DE 500 MOVIMENTOS - EXTRATO NAO ENVIADO '
                      'POR EMAIL'
                   DELIMITED BY SIZE
                   INTO EXR-LAV-TEXTO
               END-STRING
               WRITE REG-RLEXTRAT FROM EXR-LINAVISO
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REL-LINHA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-CODIGOCLI-HOST TO EXM-CLI-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO EXM-CLI-RAZSOCIAL
           MOVE WS-EMAIL-HOST TO EXM-CLI-EMAIL
           MOVE WS-SALDO-ABERTURA TO EXM-CLI-SALDO-ABERTURA
           MOVE WS-SALDO-CORRENTE TO EXM-CLI-SALDO-FECHAMENTO
           MOVE WS-QTD-MOVTOS TO EXM-CLI-QTDE-MOVTOS
           WRITE REG-MALA FROM EXM-CLIENTE
      *
           MOVE WS-CODIGOCLI-HOST TO EXM-MOV-CODIGOCLI
           MOVE 1 TO WS-IND-MOVTO
           PERFORM UNTIL WS-IND-MOVTO > WS-QTD-MOVTOS
               MOVE WS-MVT-DATA(WS-IND-MOVTO) TO EXM-MOV-DATA
               MOVE WS-MVT-OPERACAO(WS-IND-MOVTO) TO EXM-MOV-OPERACAO
               MOVE WS-MVT-DESCRICAO(WS-IND-MOVTO) TO EXM-MOV-DESCRICAO
               MOVE WS-MVT-COMPRA(WS-IND-MOVTO) TO EXM-MOV-VALOR-COMPRA
               MOVE WS-MVT-VALOR(WS-IND-MOVTO) TO EXM-MOV-VALOR-SALDO
               MOVE WS-MVT-SALDO(WS-IND-MOVTO) TO EXM-MOV-SALDO-APOS
               WRITE REG-MALA FROM EXM-MOVIMENTO
               ADD 1 TO WS-IND-MOVTO
           END-PERFORM
           ADD 1 TO WS-TOT-MALA.
      *
      * EMAIL MARCADO COMO NAO ENTREGAVEL (SITUACAO 'N' EM
      * CLIENTPJ_BOUNCE, PARA ESTE MESMO EMAIL) NAO RECEBE O EXTRATO
      * - MESMO CRIVO DO DEV36P10.
       1050-CONFERE-DEVOLUCAO.
           EXEC SQL
               SELECT SITUACAO_EMAIL INTO :WS-SITUACAO-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ_BOUNCE
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND EMAIL_CLI = :WS-EMAIL-HOST
                  AND SITUACAO_EMAIL = 'N'
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-TOT-EMAIL-BLOQ
               MOVE SPACES TO WS-EMAIL-HOST
           END-IF.
      *
      * CABECALHO DO EXTRATO - PAGINA NOVA POR CLIENTE E NA
      * CONTINUACAO DE UM EXTRATO LONGO.
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO EXR-CB1-DATA
           MOVE WS-REL-PAGINA TO EXR-CB1-PAG
           WRITE REG-RLEXTRAT FROM EXR-CABEC1 AFTER ADVANCING PAGE
           MOVE WS-CODIGOCLI-HOST TO EXR-CB2-CODIGO
           MOVE WS-RAZSOCIAL-HOST TO EXR-CB2-RAZAO
           MOVE WS-CNPJA-HOST TO EXR-CB2-CNPJA
           MOVE WS-FILIALA-HOST TO EXR-CB2-FILIAL
           WRITE REG-RLEXTRAT FROM EXR-CABEC2 AFTER ADVANCING 2 LINES
           WRITE REG-RLEXTRAT FROM EXR-CABEC3 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       0600-MOVE-DESCOPER.
           EVALUATE WS-HIST-OPER-HOST
               WHEN 'A'
                   MOVE 'COMPRA'          TO WS-DESCRICAO-OPER
               WHEN 'B'
                   MOVE 'AJUSTE SALDO'    TO WS-DESCRICAO-OPER
               WHEN 'F'
                   MOVE 'FUSAO'           TO WS-DESCRICAO-OPER
               WHEN 'X'
                   MOVE 'ESTORNO'         TO WS-DESCRICAO-OPER
               WHEN 'N'
                   MOVE 'NOVO CLIENTE'    TO WS-DESCRICAO-OPER
               WHEN 'I'
                   MOVE 'INATIVACAO'      TO WS-DESCRICAO-OPER
               WHEN 'R'
                   MOVE 'REATIVACAO'      TO WS-DESCRICAO-OPER
               WHEN 'S'
                   MOVE 'RESTAURACAO'     TO WS-DESCRICAO-OPER
               WHEN OTHER
                   MOVE 'OUTRA OPERACAO'  TO WS-DESCRICAO-OPER
           END-EVALUATE.
      *
       7200-IMPRIME-TOTAIS.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO EXR-CB1-DATA
           MOVE WS-REL-PAGINA TO EXR-CB1-PAG
           WRITE REG-RLEXTRAT FROM EXR-CABEC1 AFTER ADVANCING PAGE
      *
           IF NOT TEM-FOTOGRAFIA
               MOVE SPACES TO EXR-LAV-TEXTO
               STRING 'MES SEM FOTOGRAFIA EM CLIENTPJ_SNAP - EXTRATOS '
                      'NAO CONFERIDOS E MALA DIRETA NAO GERADA'
                   DELIMITED BY SIZE
                   INTO EXR-LAV-TEXTO
               END-STRING
               WRITE REG-RLEXTRAT FROM EXR-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF
           IF PROCESSAMENTO-ABORTADO
               MOVE 'PROCESSAMENTO ABORTADO - EXTRATOS INCOMPLETOS'
                   TO EXR-LAV-TEXTO
               WRITE REG-RLEXTRAT FROM EXR-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF
      *
           MOVE 'CLIENTES ATIVOS LIDOS' TO EXR-TOT-ROTULO
           MOVE WS-TOT-CLIENTES TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'CADASTRADOS APOS O MES (SEM EXTRATO)' TO EXR-TOT-ROTULO
           MOVE WS-TOT-FORA-MES TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'EXTRATOS EMITIDOS' TO EXR-TOT-ROTULO
           MOVE WS-TOT-EXTRATOS TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  COM MOVIMENTO NO MES' TO EXR-TOT-ROTULO
           MOVE WS-TOT-COM-MOVTO TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  CONFEREM COM A FOTOGRAFIA' TO EXR-TOT-ROTULO
           MOVE WS-TOT-CONFERE TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  DIVERGEM DA FOTOGRAFIA' TO EXR-TOT-ROTULO
           MOVE WS-TOT-DIVERGE TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  NAO CONFERIDOS' TO EXR-TOT-ROTULO
           MOVE WS-TOT-NAO-CONFERIDO TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'ENVIADOS PARA A MALA DIRETA' TO EXR-TOT-ROTULO
           MOVE WS-TOT-MALA TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'EMAIL NAO ENTREGAVEL (DEVOLUCAO)' TO EXR-TOT-ROTULO
           MOVE WS-TOT-EMAIL-BLOQ TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'MAIS DE 500 MOVIMENTOS (SO IMPRESSO)' TO EXR-TOT-ROTULO
           MOVE WS-TOT-EXCESSO TO EXR-TOT-QTDE
           WRITE REG-RLEXTRAT FROM EXR-TOTAIS AFTER ADVANCING 1 LINES.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DATA-DD '/' WS-EDT-DATA-MM '/'
                  WS-EDT-DATA-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
