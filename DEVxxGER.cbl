       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV80P10.
      *
      *----------------------------------------------------------------*
      * MANUTENCAO DO CADASTRO DE GERENTES DE CONTA                    *
      * (ALUNO06.CLIENTPJ_GER). O GERENTE PODE SER ATRIBUIDO A UM      *
      * CLIENTE (TIPO 'C', POR CODIGO_CLI) OU A UMA RAIZ DE CNPJ       *
      * (TIPO 'R', VALE PARA TODAS AS FILIAIS DA RAIZ), E HA UM        *
      * GERENTE PADRAO (TIPO 'P', UMA LINHA SO) PARA O CLIENTE SEM     *
      * ATRIBUICAO. NA RESOLUCAO, A ATRIBUICAO DO CLIENTE PREVALECE    *
      * SOBRE A DA RAIZ, QUE PREVALECE SOBRE O PADRAO. OS RELATORIOS   *
      * DO GERENTE DE CONTA (DEV18P10, DEV19P10, DEV26P10, DEV31P10 E  *
      * DEV54P10) SAEM SEPARADOS EM UMA SECAO POR GERENTE.             *
      * LE O ARQUIVO DE MOVIMENTOS DEV80MOV (INCLUSAO/ALTERACAO/       *
      * EXCLUSAO DE UMA ATRIBUICAO), CRITICA CADA MOVIMENTO E APLICA   *
      * NA TABELA; CADA MOVIMENTO APLICADO E UMA UNIDADE DE TRABALHO   *
      * PROPRIA (COMMIT). O RELATORIO RLGERENT LISTA CADA MOVIMENTO    *
      * COM A SITUACAO (APLICADO OU O MOTIVO DA RECUSA).               *
      * RC 0 = TUDO APLICADO  RC 4 = ARQUIVO VAZIO                     *
      * RC 8 = MOVIMENTO(S) RECUSADO(S) OU ERRO DE ABERTURA            *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIGERE END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'DEV80MOV'
               FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT ARQ-RLGERENT ASSIGN TO 'RLGERENT'
               FILE STATUS IS WS-FS-RLGERENT.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * MOVIMENTOS DE ATRIBUICAO - 'I' INCLUI UMA ATRIBUICAO NOVA,
      * 'A' TROCA O GERENTE DE UMA ATRIBUICAO JA CADASTRADA, 'E'
      * EXCLUI A ATRIBUICAO (O CLIENTE OU A RAIZ VOLTA A CAIR NO
      * NIVEL SEGUINTE DA RESOLUCAO). O TIPO DIZ A CHAVE USADA:
      * C - CODIGO DO CLIENTE  R - RAIZ DE CNPJ  P - GERENTE PADRAO
      * (SEM CHAVE). O CAMPO DE CHAVE QUE NAO SE APLICA AO TIPO E
      * IGNORADO. NA EXCLUSAO O GERENTE NAO E CONSIDERADO.
       FD ARQ-MOVIMENTOS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-MOVIMENTOS.
           05 MOV-OPERACAO             PIC X(001).
               88 MOV-INCLUSAO                     VALUE 'I'.
               88 MOV-ALTERACAO                    VALUE 'A'.
               88 MOV-EXCLUSAO                     VALUE 'E'.
           05 MOV-TIPO                 PIC X(001).
               88 MOV-TIPO-CLIENTE                 VALUE 'C'.
               88 MOV-TIPO-RAIZ                    VALUE 'R'.
               88 MOV-TIPO-PADRAO                  VALUE 'P'.
           05 MOV-CODIGOCLI            PIC 9(007).
           05 MOV-CODIGOCLI-X REDEFINES MOV-CODIGOCLI
                                       PIC X(007).
           05 MOV-RAIZ                 PIC X(008).
           05 MOV-GERENTE              PIC X(008).
           05 FILLER                   PIC X(055).
      *
       FD ARQ-RLGERENT
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLGERENT             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVGERRL.
      *
       01 WS-FS-MOVIMENTOS         PIC XX VALUE SPACES.
       01 WS-FS-RLGERENT           PIC XX VALUE SPACES.
       01 WS-FIM-MOVIMENTOS        PIC X VALUE 'N'.
      *
      * CHAVE DA ATRIBUICAO - PARA O TIPO 'C' A RAIZ FICA EM BRANCO,
      * PARA O 'R' O CODIGO FICA ZERADO E PARA O 'P' OS DOIS.
       01 WS-ATRIBUICAO-HOST.
           05 WS-TIPO-HOST             PIC X(1).
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAIZ-HOST             PIC X(8).
           05 WS-GERENTE-HOST          PIC X(8).
       01 WS-ANT-GERENTE-HOST      PIC X(8) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-QTD-FILIAIS-HOST      PIC S9(9) COMP VALUE ZEROS.
       01 WS-QTD-PADRAO-HOST       PIC S9(9) COMP VALUE ZEROS.
      *
       01 WS-TEM-CHAVE             PIC X VALUE 'N'.
           88 CHAVE-CADASTRADA                VALUE 'S'.
       01 WS-TEM-ATRIBUICAO        PIC X VALUE 'N'.
           88 ATRIBUICAO-CADASTRADA           VALUE 'S'.
       01 WS-ERRO-BANCO            PIC X VALUE 'N'.
           88 HOUVE-ERRO-BANCO                VALUE 'S'.
       01 WS-MOTIVO-ERRO           PIC X(031) VALUE SPACES.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
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
           DISPLAY 'DEV80P10   INICIO DO PROCESSAMENTO'
      *
           OPEN INPUT ARQ-MOVIMENTOS
           IF WS-FS-MOVIMENTOS NOT = '00'
               DISPLAY 'DEV80P10   ERRO AO ABRIR DEV80MOV - STATUS: '
                   WS-FS-MOVIMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLGERENT
           IF WS-FS-RLGERENT NOT = '00'
               DISPLAY 'DEV80P10   ERRO AO ABRIR RLGERENT - STATUS: '
                   WS-FS-RLGERENT
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
           PERFORM 7300-CONFERE-PADRAO
      *
           DISPLAY 'DEV80P10   MOVIMENTOS LIDOS...............: '
               WS-TOT-LIDOS
           DISPLAY 'DEV80P10   MOVIMENTOS APLICADOS...........: '
               WS-TOT-APLICADOS
           DISPLAY 'DEV80P10   MOVIMENTOS REJEITADOS..........: '
               WS-TOT-REJEITADOS
           DISPLAY 'DEV80P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           CLOSE ARQ-MOVIMENTOS ARQ-RLGERENT
           GOBACK.
      *
       0150-LE-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END MOVE 'S' TO WS-FIM-MOVIMENTOS
           END-READ.
      *
       1000-TRATA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-ERRO
           MOVE SPACES TO WS-ANT-GERENTE-HOST
           MOVE 'N' TO WS-TEM-CHAVE
           MOVE 'N' TO WS-TEM-ATRIBUICAO
           MOVE 'N' TO WS-ERRO-BANCO
      *
           EVALUATE TRUE
               WHEN NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                    AND NOT MOV-EXCLUSAO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN NOT MOV-TIPO-CLIENTE AND NOT MOV-TIPO-RAIZ
                    AND NOT MOV-TIPO-PADRAO
                   MOVE 'TIPO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-TIPO-CLIENTE AND MOV-CODIGOCLI IS NOT NUMERIC
                   MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-TIPO-CLIENTE AND MOV-CODIGOCLI = 0
                   MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-TIPO-RAIZ AND MOV-RAIZ IS NOT NUMERIC
                   MOVE 'RAIZ DE CNPJ INVALIDA' TO WS-MOTIVO-ERRO
               WHEN NOT MOV-EXCLUSAO AND MOV-GERENTE = SPACES
                   MOVE 'GERENTE EM BRANCO' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-MOTIVO-ERRO = SPACES
               PERFORM 0200-MONTA-CHAVE
               PERFORM 0300-CONSULTA-CHAVE
               PERFORM 0350-CONSULTA-ATRIBUICAO
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES
               EVALUATE TRUE
                   WHEN HOUVE-ERRO-BANCO
                       MOVE 'ERRO NA CONSULTA' TO WS-MOTIVO-ERRO
      *            A EXCLUSAO VALE TAMBEM PARA O CLIENTE OU A RAIZ QUE
      *            JA SAIU DO CADASTRO (LIMPEZA).
                   WHEN NOT CHAVE-CADASTRADA AND NOT MOV-EXCLUSAO
                        AND MOV-TIPO-CLIENTE
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO-ERRO
                   WHEN NOT CHAVE-CADASTRADA AND NOT MOV-EXCLUSAO
                        AND MOV-TIPO-RAIZ
                       MOVE 'RAIZ NAO CADASTRADA' TO WS-MOTIVO-ERRO
                   WHEN MOV-INCLUSAO AND ATRIBUICAO-CADASTRADA
                       MOVE 'ATRIBUICAO JA CADASTRADA'
                           TO WS-MOTIVO-ERRO
                   WHEN NOT MOV-INCLUSAO AND NOT ATRIBUICAO-CADASTRADA
                       MOVE 'ATRIBUICAO NAO CADASTRADA'
                           TO WS-MOTIVO-ERRO
                   WHEN MOV-ALTERACAO
                        AND MOV-GERENTE = WS-ANT-GERENTE-HOST
                       MOVE 'GERENTE JA ATRIBUIDO' TO WS-MOTIVO-ERRO
               END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE MOV-GERENTE TO WS-GERENTE-HOST
      *
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM 2000-INCLUI-ATRIBUICAO
               WHEN MOV-ALTERACAO
                   PERFORM 3000-ALTERA-ATRIBUICAO
               WHEN MOV-EXCLUSAO
                   PERFORM 4000-EXCLUI-ATRIBUICAO
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
      * SO O CAMPO DE CHAVE DO TIPO E GRAVADO - O OUTRO VAI EM BRANCO
      * OU ZERADO, PARA QUE HAJA UMA UNICA LINHA POR CHAVE.
       0200-MONTA-CHAVE.
           MOVE MOV-TIPO TO WS-TIPO-HOST
           MOVE ZEROS TO WS-CODIGOCLI-HOST
           MOVE SPACES TO WS-RAIZ-HOST
           EVALUATE TRUE
               WHEN MOV-TIPO-CLIENTE
                   MOVE MOV-CODIGOCLI TO WS-CODIGOCLI-HOST
               WHEN MOV-TIPO-RAIZ
                   MOVE MOV-RAIZ TO WS-RAIZ-HOST
           END-EVALUATE.
      *
      * O CLIENTE (OU AO MENOS UMA FILIAL DA RAIZ) PRECISA EXISTIR EM
      * CLIENTPJ, ATIVO OU NAO - UM INATIVO PODE SER REATIVADO E DEVE
      * VOLTAR COM O MESMO GERENTE. O PADRAO NAO TEM CHAVE A CONFERIR.
       0300-CONSULTA-CHAVE.
           MOVE ZEROS TO WS-QTD-FILIAIS-HOST
           EVALUATE TRUE
               WHEN MOV-TIPO-CLIENTE
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-QTD-FILIAIS-HOST
                         FROM ALUNO06.CLIENTPJ
                        WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                   END-EXEC
               WHEN MOV-TIPO-RAIZ
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-QTD-FILIAIS-HOST
                         FROM ALUNO06.CLIENTPJ
                        WHERE NUMECNPJA_CLI = :WS-RAIZ-HOST
                   END-EXEC
               WHEN OTHER
                   MOVE 'S' TO WS-TEM-CHAVE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF SQLCODE NOT = 0
               MOVE 'CNT CHAV' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-FILIAIS-HOST > 0
               MOVE 'S' TO WS-TEM-CHAVE
           END-IF.
      *
      * LE A ATRIBUICAO JA CADASTRADA PARA A CHAVE DO MOVIMENTO.
       0350-CONSULTA-ATRIBUICAO.
           EXEC SQL
               SELECT GERENTE_GER
                 INTO :WS-ANT-GERENTE-HOST
                 FROM ALUNO06.CLIENTPJ_GER
                WHERE TIPO_GER = :WS-TIPO-HOST
                  AND CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND NUMECNPJA_CLI = :WS-RAIZ-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-ATRIBUICAO
               WHEN 100
                   MOVE SPACES TO WS-ANT-GERENTE-HOST
               WHEN OTHER
                   MOVE 'SEL GER ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
       2000-INCLUI-ATRIBUICAO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_GER (
                   TIPO_GER, CODIGO_CLI, NUMECNPJA_CLI, GERENTE_GER,
                   DTATLZ_GER
               ) VALUES (
                   :WS-TIPO-HOST, :WS-CODIGOCLI-HOST, :WS-RAIZ-HOST,
                   :WS-GERENTE-HOST, :WS-DATA-PROCESSAMENTO-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'INSERT  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO INSERT' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE 'INCLUIDA' TO WS-MOTIVO-ERRO.
      *
       3000-ALTERA-ATRIBUICAO.
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_GER
                  SET GERENTE_GER = :WS-GERENTE-HOST,
                      DTATLZ_GER  = :WS-DATA-PROCESSAMENTO-HOST
                WHERE TIPO_GER = :WS-TIPO-HOST
                  AND CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND NUMECNPJA_CLI = :WS-RAIZ-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'UPDATE  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO UPDATE' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE 'ALTERADA' TO WS-MOTIVO-ERRO.
      *
       4000-EXCLUI-ATRIBUICAO.
           EXEC SQL
               DELETE FROM ALUNO06.CLIENTPJ_GER
                WHERE TIPO_GER = :WS-TIPO-HOST
                  AND CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND NUMECNPJA_CLI = :WS-RAIZ-HOST
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
           DISPLAY 'DEV80P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - TIPO: ' WS-TIPO-HOST
               ' CODIGO: ' WS-CODIGOCLI-HOST
               ' RAIZ: ' WS-RAIZ-HOST ' SQLCODE: ' SQLCODE.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO GER-CB1-DATA
           MOVE WS-REL-PAGINA TO GER-CB1-PAG
           WRITE REG-RLGERENT FROM GER-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLGERENT FROM GER-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7100-IMPRIME-APLICADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-MONTA-LINHA
           MOVE WS-MOTIVO-ERRO TO GER-LD1-SITUACAO
           WRITE REG-RLGERENT FROM GER-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-REJEITADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-MONTA-LINHA
           MOVE SPACES TO GER-LD1-SITUACAO
           STRING 'REJEITADO - ' DELIMITED BY SIZE
                  WS-MOTIVO-ERRO DELIMITED BY SIZE
             INTO GER-LD1-SITUACAO
           END-STRING
           WRITE REG-RLGERENT FROM GER-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
      * A LINHA MOSTRA SO A CHAVE QUE VALE PARA O TIPO; NA EXCLUSAO O
      * GERENTE SAI EM BRANCO E O ANTERIOR MOSTRA QUEM FOI RETIRADO.
       7050-MONTA-LINHA.
           MOVE MOV-OPERACAO TO GER-LD1-OPERACAO
           MOVE MOV-TIPO TO GER-LD1-TIPO
           MOVE SPACES TO GER-LD1-CODIGOCLI-X
           MOVE SPACES TO GER-LD1-RAIZ
           EVALUATE TRUE
               WHEN MOV-TIPO-CLIENTE
                   IF MOV-CODIGOCLI IS NUMERIC
                       MOVE MOV-CODIGOCLI TO GER-LD1-CODIGOCLI
                   ELSE
                       MOVE MOV-CODIGOCLI-X TO GER-LD1-CODIGOCLI-X
                   END-IF
               WHEN MOV-TIPO-RAIZ
                   MOVE MOV-RAIZ TO GER-LD1-RAIZ
           END-EVALUATE
           IF MOV-EXCLUSAO
               MOVE SPACES TO GER-LD1-GERENTE
           ELSE
               MOVE MOV-GERENTE TO GER-LD1-GERENTE
           END-IF
           MOVE WS-ANT-GERENTE-HOST TO GER-LD1-ANTERIOR.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-APLICADOS TO GER-TOT-APLICADOS
           MOVE WS-TOT-REJEITADOS TO GER-TOT-REJEITADOS
           WRITE REG-RLGERENT FROM GER-TOTAIS AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
      * SEM GERENTE PADRAO, TODO CLIENTE SEM ATRIBUICAO SAI NOS
      * RELATORIOS NA SECAO 'SEM GERENTE ATRIBUIDO' - SO AVISA, NAO
      * E ERRO DESTE MOVIMENTO.
       7300-CONFERE-PADRAO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-PADRAO-HOST
                 FROM ALUNO06.CLIENTPJ_GER
                WHERE TIPO_GER = 'P'
           END-EXEC
           IF SQLCODE = 0 AND WS-QTD-PADRAO-HOST = 0
               IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
                   PERFORM 0500-IMPRIME-CABECALHO
               END-IF
               MOVE 'ATENCAO - GERENTE PADRAO (TIPO P) NAO CADASTRADO'
                   TO GER-LD2-MENSAGEM
               WRITE REG-RLGERENT FROM GER-LINDET2
                   AFTER ADVANCING 2 LINES
               DISPLAY 'DEV80P10   ATENCAO - GERENTE PADRAO NAO '
                   'CADASTRADO'
           END-IF.
