      * O GESTOR DA CONTA USA ESTE RELATORIO PARA DECIDIR ENTRE        *
      * DEIXAR O DESLIGAMENTO SEGUIR OU CANCELAR O AGENDAMENTO COM A   *
      * OPERACAO 'W' NA CARGA DIARIA.                                  *
      * O RELATORIO SAI SEPARADO POR GERENTE DE CONTA (CADASTRO        *
      * ALUNO06.CLIENTPJ_GER DO DEV80P10), UMA SECAO POR GERENTE, E    *
      * TERMINA NA SECAO 'TOTAL GERAL'.                                *
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
           COPY DEVAGDRL.
      *
           COPY DEVGCTRL.
      *
       01 WS-CLIENTE-HOST.
           05 WS-GERENTE-HOST          PIC X(8).
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-CNPJA-HOST            PIC X(8).
           05 WS-TOT-PENDENTES     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXPIRADOS     PIC 9(007) VALUE ZEROS.
      *
      * GERENTE DA SECAO CORRENTE DO RELATORIO - LOW-VALUES ANTES DA
      * PRIMEIRA SECAO, HIGH-VALUES NA SECAO FINAL DE TOTAIS.
       01 WS-GERENTE-SECAO         PIC X(8) VALUE LOW-VALUES.
       01 WS-QTDE-GERENTE          PIC 9(007) VALUE ZEROS.
      *
      * IDADE MAXIMA DE UM AGENDAMENTO VENCIDO, EM DIAS, LIDA DO
      * SYSIN (ZERO = USA O DEFAULT) - MESMO CRITERIO DE EXPIRACAO
      * APLICADO PELO DEV20P10.
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    GERENTE DO CLIENTE: O ATRIBUIDO AO CODIGO, SENAO O DA RAIZ
      *    DE CNPJ, SENAO O PADRAO - EM BRANCO QUANDO NAO HA NENHUM.
           EXEC SQL DECLARE C-AGENDADOS CURSOR FOR
               SELECT COALESCE(GC.GERENTE_GER, GR.GERENTE_GER,
                               GP.GERENTE_GER, ' ') AS GERENTE,
                      C.CODIGO_CLI, C.RAZSOCIAL_CLI, C.NUMECNPJA_CLI,
                      C.SALDO_CLI, C.DTAGENDA_CLI
                 FROM ALUNO06.CLIENTPJ C
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GC
                   ON GC.TIPO_GER = 'C'
                  AND GC.CODIGO_CLI = C.CODIGO_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GR
                   ON GR.TIPO_GER = 'R'
                  AND GR.NUMECNPJA_CLI = C.NUMECNPJA_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GP
                   ON GP.TIPO_GER = 'P'
                WHERE C.DTAGENDA_CLI IS NOT NULL
                  AND C.DTINATIVA_CLI IS NULL
                ORDER BY GERENTE, C.DTAGENDA_CLI, C.CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           EXEC SQL OPEN C-AGENDADOS END-EXEC
      *
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               IF WS-GERENTE-HOST NOT = WS-GERENTE-SECAO
                   PERFORM 0600-ABRE-SECAO-GERENTE
               END-IF
               ADD 1 TO WS-TOT-PENDENTES
               ADD 1 TO WS-QTDE-GERENTE
               PERFORM 7100-IMPRIME-AGENDADO
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-AGENDADOS END-EXEC
      *
           PERFORM 0680-ABRE-SECAO-TOTAL
           IF WS-TOT-PENDENTES = 0
               MOVE 'NENHUMA INATIVACAO AGENDADA PENDENTE'
                   TO AGD-LD2-MENSAGEM
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-AGENDADOS
                 INTO :WS-GERENTE-HOST,
                      :WS-CODIGOCLI-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-CNPJA-HOST, :WS-SALDO-HOST,
                      :WS-DTAGENDA-HOST
           END-EXEC
           MOVE WS-REL-DATA-EDIT TO AGD-CB1-DATA
           MOVE WS-REL-PAGINA TO AGD-CB1-PAG
           WRITE REG-RLAGENDA FROM AGD-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLAGENDA FROM GCT-CABEC AFTER ADVANCING 1 LINES
           WRITE REG-RLAGENDA FROM AGD-CABEC2 AFTER ADVANCING 2 LINES
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
           WRITE REG-RLAGENDA FROM GCT-SUBTOTAL AFTER ADVANCING 2 LINES
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
       7100-IMPRIME-AGENDADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
