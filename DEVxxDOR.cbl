      * (0-30 / 31-90 / 91-180 / MAIS DE 180 DIAS) E TOTALIZA SALDO E  *
      * QUANTIDADE DE CLIENTES POR FAIXA, PARA QUE A AREA COMERCIAL    *
      * PRIORIZE AS ACOES DE RECUPERACAO DE CLIENTES DORMENTES.        *
      * A SEGMENTACAO SAI UMA VEZ POR GERENTE DE CONTA (CADASTRO       *
      * ALUNO06.CLIENTPJ_GER DO DEV80P10), SO COM OS CLIENTES DE CADA  *
      * UM, E POR FIM NA SECAO 'TOTAL GERAL', COM A CARTEIRA INTEIRA.  *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIGERE END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
      *
           COPY DEVDORRL.
      *
           COPY DEVGCTRL.
      *
       01 WS-CLIENTE-HOST.
           05 WS-GERENTE-HOST          PIC X(8).
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-SALDO-HOST            PIC S9(11)V99.
           05 WS-DTULTCOMPRA-HOST      PIC 9(8).
       01 WS-FAIXAS.
           05 WS-FAIXA-QTDE        PIC 9(007) OCCURS 4 TIMES.
           05 WS-FAIXA-SALDO       PIC S9(13)V99 OCCURS 4 TIMES.
      *
      * AS MESMAS FAIXAS, SO DOS CLIENTES DO GERENTE CORRENTE.
       01 WS-FAIXAS-GERENTE.
           05 WS-GER-FAIXA-QTDE    PIC 9(007) OCCURS 4 TIMES.
           05 WS-GER-FAIXA-SALDO   PIC S9(13)V99 OCCURS 4 TIMES.
       01 WS-GER-TOT-CLIENTES      PIC 9(007) VALUE ZEROS.
       01 WS-GER-TOT-SALDO         PIC S9(13)V99 VALUE ZEROS.
      *
      * FAIXAS DA SECAO SENDO IMPRESSA (DO GERENTE OU DO TOTAL GERAL).
       01 WS-FAIXAS-IMPRESSAO.
           05 WS-IMP-FAIXA-QTDE    PIC 9(007) OCCURS 4 TIMES.
           05 WS-IMP-FAIXA-SALDO   PIC S9(13)V99 OCCURS 4 TIMES.
      *
      * GERENTE DA SECAO CORRENTE - LOW-VALUES ANTES DO PRIMEIRO
      * CLIENTE, HIGH-VALUES NA SECAO FINAL DE TOTAIS.
       01 WS-GERENTE-SECAO         PIC X(8) VALUE LOW-VALUES.
       01 WS-FAIXA-ATUAL           PIC 9(001) VALUE ZEROS.
       01 WS-INDICE-FAIXA          PIC 9(001) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    GERENTE DO CLIENTE: O ATRIBUIDO AO CODIGO, SENAO O DA RAIZ
      *    DE CNPJ, SENAO O PADRAO - EM BRANCO QUANDO NAO HA NENHUM.
           EXEC SQL DECLARE C-AGING CURSOR FOR
               SELECT COALESCE(GC.GERENTE_GER, GR.GERENTE_GER,
                               GP.GERENTE_GER, ' ') AS GERENTE,
                      C.CODIGO_CLI, C.SALDO_CLI, C.DTULTCOMPRA_CLI
                 FROM ALUNO06.CLIENTPJ C
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GC
                   ON GC.TIPO_GER = 'C'
                  AND GC.CODIGO_CLI = C.CODIGO_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GR
                   ON GR.TIPO_GER = 'R'
                  AND GR.NUMECNPJA_CLI = C.NUMECNPJA_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GP
                   ON GP.TIPO_GER = 'P'
                WHERE C.DTINATIVA_CLI IS NULL
                ORDER BY GERENTE
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               IF WS-GERENTE-HOST NOT = WS-GERENTE-SECAO
                   IF WS-GERENTE-SECAO NOT = LOW-VALUES
                       PERFORM 7400-IMPRIME-SECAO-GERENTE
                   END-IF
                   MOVE WS-GERENTE-HOST TO WS-GERENTE-SECAO
                   INITIALIZE WS-FAIXAS-GERENTE
                   MOVE ZEROS TO WS-GER-TOT-CLIENTES
                   MOVE ZEROS TO WS-GER-TOT-SALDO
               END-IF
               PERFORM 1000-CLASSIFICA-CLIENTE
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-AGING END-EXEC
      *
           IF WS-GERENTE-SECAO NOT = LOW-VALUES
               PERFORM 7400-IMPRIME-SECAO-GERENTE
           END-IF
      *
           MOVE HIGH-VALUES TO WS-GERENTE-SECAO
           MOVE 'TOTAL GERAL' TO GCT-CB-GERENTE
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO
           MOVE WS-FAIXAS TO WS-FAIXAS-IMPRESSAO
           PERFORM 7000-IMPRIME-FAIXAS
           PERFORM 7100-IMPRIME-TOTAIS
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-AGING
                 INTO :WS-GERENTE-HOST,
                      :WS-CODIGOCLI-HOST, :WS-SALDO-HOST,
                      :WS-DTULTCOMPRA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
           ADD 1 TO WS-FAIXA-QTDE(WS-FAIXA-ATUAL)
           ADD WS-SALDO-HOST TO WS-FAIXA-SALDO(WS-FAIXA-ATUAL)
           ADD 1 TO WS-TOT-CLIENTES
           ADD WS-SALDO-HOST TO WS-TOT-SALDO
           ADD 1 TO WS-GER-FAIXA-QTDE(WS-FAIXA-ATUAL)
           ADD WS-SALDO-HOST TO WS-GER-FAIXA-SALDO(WS-FAIXA-ATUAL)
           ADD 1 TO WS-GER-TOT-CLIENTES
           ADD WS-SALDO-HOST TO WS-GER-TOT-SALDO.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO DOR-CB1-DATA
           MOVE WS-REL-PAGINA TO DOR-CB1-PAG
           WRITE REG-RLAGING FROM DOR-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLAGING FROM GCT-CABEC AFTER ADVANCING 1 LINES
           WRITE REG-RLAGING FROM DOR-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
           PERFORM 7050-IMPRIME-UMA-FAIXA.
      *
       7050-IMPRIME-UMA-FAIXA.
           MOVE WS-IMP-FAIXA-QTDE(WS-INDICE-FAIXA) TO DOR-LD1-QTDE
           MOVE WS-IMP-FAIXA-SALDO(WS-INDICE-FAIXA) TO DOR-LD1-SALDO
           WRITE REG-RLAGING FROM DOR-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
           MOVE WS-TOT-SALDO TO DOR-TOT-SALDO
           WRITE REG-RLAGING FROM DOR-TOTAIS AFTER ADVANCING 2 LINES.
      *
      * SECAO DE UM GERENTE DE CONTA - PAGINA NOVA, PAGINACAO PROPRIA,
      * AS FAIXAS SO COM OS CLIENTES DELE E O TOTAL DO GERENTE.
       7400-IMPRIME-SECAO-GERENTE.
           IF WS-GERENTE-SECAO = SPACES
               MOVE 'SEM GERENTE ATRIBUIDO' TO GCT-CB-GERENTE
           ELSE
               MOVE WS-GERENTE-SECAO TO GCT-CB-GERENTE
           END-IF
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO
           MOVE WS-FAIXAS-GERENTE TO WS-FAIXAS-IMPRESSAO
           PERFORM 7000-IMPRIME-FAIXAS
           MOVE WS-GER-TOT-CLIENTES TO DOR-TGE-CLIENTES
           MOVE WS-GER-TOT-SALDO TO DOR-TGE-SALDO
           WRITE REG-RLAGING FROM DOR-TOTGER AFTER ADVANCING 2 LINES.
      *
