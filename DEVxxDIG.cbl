      * PROCESSAMENTO), AGRUPADAS POR TIPO DE OPERACAO, COM O NOME DO  *
      * CLIENTE E A DESCRICAO CORRENTE DO QUE MUDOU, PARA DISTRIBUICAO *
      * MATINAL AOS GERENTES DE CONTA.                                 *
      * O RESUMO SAI SEPARADO POR GERENTE DE CONTA (CADASTRO           *
      * ALUNO06.CLIENTPJ_GER DO DEV80P10), UMA SECAO POR GERENTE COM   *
      * OS GRUPOS DE OPERACAO DOS SEUS CLIENTES, E TERMINA NA SECAO    *
      * 'TOTAL GERAL'.                                                 *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIGERE END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
      *
           COPY DEVDIGRL.
      *
           COPY DEVGCTRL.
      *
       01 WS-HIST-HOST.
           05 WS-GERENTE-HOST          PIC X(8).
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-TIPOOPER-HOST         PIC X(1).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-SALDO-HOST            PIC S9(11)V99.
           05 WS-PROGRAMA-HOST         PIC X(8).
           05 WS-USUARIO-HOST          PIC X(8).
           05 WS-ORIGEMGER-HOST        PIC X(8).
           05 WS-DATAGER-HOST          PIC X(8).
           05 WS-SEQGER-HOST           PIC X(3).
           05 WS-SEQAPROV-HOST         PIC S9(7) COMP-3.
      *
       01 WS-FS-RLRESUMO           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
      * UMA NOVA SECAO NO RELATORIO.
       01 WS-OPER-ANTERIOR         PIC X(1) VALUE LOW-VALUES.
       01 WS-QTDE-GRUPO            PIC 9(005) VALUE ZEROS.
      *
      * GERENTE DA SECAO CORRENTE DO RELATORIO - LOW-VALUES ANTES DA
      * PRIMEIRA SECAO, HIGH-VALUES NA SECAO FINAL DE TOTAIS.
       01 WS-GERENTE-SECAO         PIC X(8) VALUE LOW-VALUES.
       01 WS-QTDE-GERENTE          PIC 9(007) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-MOVS          PIC 9(007) VALUE ZEROS.
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    GERENTE DO CLIENTE: O ATRIBUIDO AO CODIGO, SENAO O DA RAIZ
      *    DE CNPJ DA IMAGEM, SENAO O PADRAO - EM BRANCO QUANDO NAO HA
      *    NENHUM.
           EXEC SQL DECLARE C-RESUMO CURSOR FOR
               SELECT COALESCE(GC.GERENTE_GER, GR.GERENTE_GER,
                               GP.GERENTE_GER, ' ') AS GERENTE,
                      H.CODIGO_CLI, H.TIPO_OPER_HIST, H.RAZSOCIAL_CLI,
                      H.SALDO_CLI, H.PROGRAMA_HIST, H.USUARIO_HIST,
                      H.ORIGEM_GER_HIST, H.DATA_GER_HIST,
                      H.SEQ_GER_HIST, H.SEQ_APROV_HIST
                 FROM ALUNO06.CLIENTPJ_HIST H
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GC
                   ON GC.TIPO_GER = 'C'
                  AND GC.CODIGO_CLI = H.CODIGO_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GR
                   ON GR.TIPO_GER = 'R'
                  AND GR.NUMECNPJA_CLI = H.NUMECNPJA_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GP
                   ON GP.TIPO_GER = 'P'
                WHERE H.DATA_HIST = :WS-DATA-RESUMO-HOST
                  AND H.TIPO_IMAGEM_HIST = 'D'
                ORDER BY GERENTE, H.TIPO_OPER_HIST, H.CODIGO_CLI,
                         H.SEQ_HIST
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           EXEC SQL OPEN C-RESUMO END-EXEC
      *
      *
           IF WS-TOT-MOVS > 0
               PERFORM 7200-IMPRIME-SUBTOTAL
           END-IF
           PERFORM 0680-ABRE-SECAO-TOTAL
           IF WS-TOT-MOVS > 0
               PERFORM 7300-IMPRIME-TOTAIS
           ELSE
               MOVE 'NENHUMA MOVIMENTACAO NA DATA INFORMADA'
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-RESUMO
                 INTO :WS-GERENTE-HOST,
                      :WS-CODIGOCLI-HOST, :WS-TIPOOPER-HOST,
                      :WS-RAZSOCIAL-HOST, :WS-SALDO-HOST,
                      :WS-PROGRAMA-HOST, :WS-USUARIO-HOST,
                      :WS-ORIGEMGER-HOST, :WS-DATAGER-HOST,
                      :WS-SEQGER-HOST, :WS-SEQAPROV-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       1000-PROCESSA-MOVIMENTO.
           IF WS-GERENTE-HOST NOT = WS-GERENTE-SECAO
               IF WS-GERENTE-SECAO NOT = LOW-VALUES
                   PERFORM 7200-IMPRIME-SUBTOTAL
               END-IF
               PERFORM 0600-ABRE-SECAO-GERENTE
               MOVE LOW-VALUES TO WS-OPER-ANTERIOR
           END-IF
           IF WS-TIPOOPER-HOST NOT = WS-OPER-ANTERIOR
               IF WS-QTDE-GERENTE > 0
                   PERFORM 7200-IMPRIME-SUBTOTAL
               END-IF
               PERFORM 7100-IMPRIME-GRUPO
               MOVE ZEROS TO WS-QTDE-GRUPO
           END-IF
           ADD 1 TO WS-QTDE-GRUPO
           ADD 1 TO WS-QTDE-GERENTE
           ADD 1 TO WS-TOT-MOVS
           PERFORM 7000-IMPRIME-MOVIMENTO.
      *
           MOVE WS-REL-DATA-EDIT TO DIG-CB1-DATA
           MOVE WS-REL-PAGINA TO DIG-CB1-PAG
           WRITE REG-RLRESUMO FROM DIG-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLRESUMO FROM GCT-CABEC AFTER ADVANCING 1 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * SEPARACAO POR GERENTE DE CONTA - O CURSOR VEM ORDENADO PELO
      * GERENTE, ENTAO CADA MUDANCA DE GERENTE FECHA A SECAO ANTERIOR
      * E ABRE OUTRA EM PAGINA NOVA, COM PAGINACAO PROPRIA.
       0600-ABRE-SECAO-GERENTE.
           IF WS-GERENTE-SECAO NOT = LOW-VALUES
               PERFORM 0650-FECHA-SECAO-GERENTE
           END-IF
           MOVE WS-GERENTE-HOST TO WS-GERENTE-SECAO
           IF WS-GERENTE-SECAO = SPACES
               MOVE 'SEM GERENTE ATRIBUIDO' TO GCT-CB-GERENTE
           ELSE
               MOVE WS-GERENTE-SECAO TO GCT-CB-GERENTE
           END-IF
           MOVE ZEROS TO WS-QTDE-GERENTE
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO.
      *
       0650-FECHA-SECAO-GERENTE.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-GERENTE-SECAO TO GCT-SUB-GERENTE
           MOVE WS-QTDE-GERENTE TO GCT-SUB-QTDE
           WRITE REG-RLRESUMO FROM GCT-SUBTOTAL AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
      * SECAO FINAL, COM OS TOTAIS DO RELATORIO INTEIRO.
       0680-ABRE-SECAO-TOTAL.
           IF WS-GERENTE-SECAO NOT = LOW-VALUES
               PERFORM 0650-FECHA-SECAO-GERENTE
           END-IF
           MOVE HIGH-VALUES TO WS-GERENTE-SECAO
           MOVE 'TOTAL GERAL' TO GCT-CB-GERENTE
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO.
      *
      * TEXTO CORRENTE DE CADA TIPO DE OPERACAO GRAVADO EM
      * CLIENTPJ_HIST - OS CODIGOS DO PRF-OPERACAO DO DEV06P10 MAIS O
      * 'S' DE RESTAURACAO GRAVADO PELO DEV10P10.
           ADD 2 TO WS-REL-LINHA.
      *
       7000-IMPRIME-MOVIMENTO.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CODIGOCLI-HOST TO DIG-LD1-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO DIG-LD1-RAZSOCIAL
           MOVE WS-SALDO-HOST TO DIG-LD1-SALDO
           WRITE REG-RLRESUMO FROM DIG-LINDET1 AFTER ADVANCING 1 LINES
           MOVE WS-PROGRAMA-HOST TO DIG-LD3-PROGRAMA
           MOVE WS-USUARIO-HOST TO DIG-LD3-USUARIO
           MOVE WS-ORIGEMGER-HOST TO DIG-LD3-ORIGEM-GER
           MOVE WS-DATAGER-HOST TO DIG-LD3-DATA-GER
           MOVE WS-SEQGER-HOST TO DIG-LD3-SEQ-GER
           MOVE WS-SEQAPROV-HOST TO DIG-LD3-SEQ-APROV
           WRITE REG-RLRESUMO FROM DIG-LINDET3 AFTER ADVANCING 1 LINES
           ADD 2 TO WS-REL-LINHA.
      *
       7200-IMPRIME-SUBTOTAL.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
