      * DEV06P10 NA CADEIA DIARIA, PARA QUE O CONTROLE DE CREDITO      *
      * SAIBA NO MESMO DIA, E NAO SO NO FECHAMENTO DO MES. GRUPOS SEM  *
      * LIMITE REGISTRADO NAO SAO CRITICADOS.                          *
      * O GRUPO ACIMA DO LIMITE ENTRA EM BLOQUEIO DE CREDITO           *
      * (ALUNO06.CLIENTPJ_BLOQ, SITUACAO 'B'): A PARTIR DA PROXIMA     *
      * CARGA O DEV06P10 RECUSA, COM O MOTIVO 'BLOQUEIO CREDITO', TODO *
      * REGISTRO QUE AUMENTARIA O SALDO DE UMA FILIAL DA RAIZ. UM      *
      * SUPERVISOR DO CONTROLE DE CREDITO PODE LIBERAR O GRUPO PELO    *
      * MOVIMENTO 'L' DO DEV35P10 (SITUACAO 'L'). O BLOQUEIO, LIBERADO *
      * OU NAO, E EXCLUIDO AUTOMATICAMENTE QUANDO O GRUPO VOLTA A      *
      * FICAR DENTRO DO LIMITE (OU DEIXA DE TER LIMITE REGISTRADO).    *
      * OS GRUPOS EM BLOQUEIO SAEM NO RELATORIO RLBLOQUE, COM OS       *
      * REGISTROS RECUSADOS NA CARGA DO DIA.                           *
      * TAMBEM CONFERE OS GRUPOS ECONOMICOS DO CADASTRO DEVGRECO       *
      * (DEV60P10): A SOMA DAS RAIZES LIGADAS AO GRUPO CONTRA O LIMITE *
      * DO GRUPO - SO ALERTA E LISTA NO RLLIMITE, SEM BLOQUEIO.        *
      * A LISTA DE GRUPOS CNPJ ACIMA DO LIMITE SAI SEPARADA POR        *
      * GERENTE DE CONTA DA RAIZ (CADASTRO ALUNO06.CLIENTPJ_GER DO     *
      * DEV80P10 - ATRIBUICAO DA RAIZ, SENAO O GERENTE PADRAO), UMA    *
      * SECAO POR GERENTE. OS TOTAIS E OS GRUPOS ECONOMICOS, QUE       *
      * JUNTAM RAIZES DE GERENTES DIFERENTES, SAEM NA SECAO FINAL      *
      * 'TOTAL GERAL'. O RLBLOQUE E DO CONTROLE DE CREDITO E NAO E     *
      * SEPARADO.                                                      *
      * RETURN CODE 8 = EXISTE GRUPO ACIMA DO LIMITE.                  *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIGERE END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
       EXEC SQL INCLUDE CLIBLOQ END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-RLLIMITE.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV31ALR'
               FILE STATUS IS WS-FS-ALERTAS.
           SELECT ARQ-RLBLOQUE ASSIGN TO 'RLBLOQUE'
               FILE STATUS IS WS-FS-RLBLOQUE.
           SELECT ARQ-GRUPOS-ECO ASSIGN TO 'DEVGRECO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGE-CHAVE
               FILE STATUS IS WS-FS-GRUPOS-ECO.
      *
      *
       DATA DIVISION.
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(80).
      *
       FD ARQ-RLBLOQUE
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLBLOQUE             PIC X(132).
      *
      * CADASTRO DE GRUPOS ECONOMICOS - LAYOUT DEVGECCL, SOMENTE
      * LEITURA.
       FD ARQ-GRUPOS-ECO
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-GRUPOS-ECO.
           05 RGE-CHAVE                PIC X(014).
           05 FILLER                   PIC X(076).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVLIMRL.
      *
           COPY DEVBLQRL.
      *
           COPY DEVALRCL.
      *
           COPY DEVGECCL.
      *
           COPY DEVGCTRL.
      *
       01 WS-GRUPO-HOST.
           05 WS-GERENTE-HOST          PIC X(8).
           05 WS-NUMECNPJA-HOST        PIC X(8).
           05 WS-QTDFILIAIS-HOST       PIC S9(5) USAGE COMP-3.
           05 WS-SALDO-HOST            PIC S9(13)V99.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FS-LIMITES            PIC XX VALUE SPACES.
       01 WS-FS-RLLIMITE           PIC XX VALUE SPACES.
       01 WS-FS-RLBLOQUE           PIC XX VALUE SPACES.
       01 WS-FS-GRUPOS-ECO         PIC XX VALUE SPACES.
      *
      * GRUPO ECONOMICO CORRENTE NA LEITURA DO DEVGRECO
       01 WS-GRUPO-ECO.
           05 WS-ECO-GRUPO             PIC X(006) VALUE SPACES.
           05 WS-ECO-NOME              PIC X(040) VALUE SPACES.
           05 WS-ECO-LIMITE            PIC 9(013)V99 VALUE ZEROS.
           05 WS-ECO-QTDRAIZES         PIC 9(004) VALUE ZEROS.
           05 WS-ECO-SALDO             PIC S9(015)V99 COMP-3
                                                 VALUE ZEROS.
       01 WS-RAIZ-CNPJ-HOST        PIC X(8) VALUE SPACES.
       01 WS-RAIZ-SALDO-HOST       PIC S9(13)V99 VALUE ZEROS.
       01 WS-FIM-CURSOR-BLOQ       PIC X VALUE 'N'.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-TEM-LIMITE            PIC X VALUE 'N'.
       01 WS-EXCESSO               PIC S9(013)V99 COMP-3 VALUE ZEROS.
      *
      * GERENTE DA SECAO CORRENTE DO RLLIMITE - LOW-VALUES ANTES DA
      * PRIMEIRA SECAO, HIGH-VALUES NA SECAO FINAL DE TOTAIS.
       01 WS-GERENTE-SECAO         PIC X(8) VALUE LOW-VALUES.
       01 WS-QTDE-GERENTE          PIC 9(007) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-GRUPOS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-COM-LIMITE    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ESTOURADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-BLOQUEADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-BLOQ-NOVOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LIB-SUPERV    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LIB-AUTOM     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-RECUSADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ERROS-BLOQ    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ECO-COM-LIMITE PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ECO-ESTOURADOS PIC 9(007) VALUE ZEROS.
      *
      * BLOQUEIO DE CREDITO DO GRUPO (CLIENTPJ_BLOQ)
       01 WS-BLOQ-HOST.
           05 WS-BLQ-CNPJ-HOST         PIC X(8).
           05 WS-BLQ-SITUACAO-HOST     PIC X(1).
               88 BLQ-BLOQUEADO                    VALUE 'B'.
               88 BLQ-LIBERADO-SUPERV              VALUE 'L'.
           05 WS-BLQ-DTBLOQ-HOST       PIC 9(8).
           05 WS-BLQ-SALDO-HOST        PIC S9(13)V99.
           05 WS-BLQ-LIMITE-HOST       PIC S9(13)V99.
           05 WS-BLQ-DTSIT-HOST        PIC 9(8).
           05 WS-BLQ-USUARIO-HOST      PIC X(8).
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-QTD-RECUSADOS-HOST    PIC 9(7) VALUE ZEROS.
       01 WS-GRUPO-ACIMA           PIC X VALUE 'N'.
           88 GRUPO-ACIMA-DO-LIMITE           VALUE 'S'.
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
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    GERENTE DO GRUPO: O ATRIBUIDO A RAIZ DE CNPJ, SENAO O
      *    PADRAO - EM BRANCO QUANDO NAO HA NENHUM.
           EXEC SQL DECLARE C-GRUPO CURSOR FOR
               SELECT COALESCE(GR.GERENTE_GER, GP.GERENTE_GER, ' ')
                          AS GERENTE,
                      C.NUMECNPJA_CLI, COUNT(*), SUM(C.SALDO_CLI)
                 FROM ALUNO06.CLIENTPJ C
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GR
                   ON GR.TIPO_GER = 'R'
                  AND GR.NUMECNPJA_CLI = C.NUMECNPJA_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_GER GP
                   ON GP.TIPO_GER = 'P'
                WHERE C.DTINATIVA_CLI IS NULL
                GROUP BY COALESCE(GR.GERENTE_GER, GP.GERENTE_GER, ' '),
                         C.NUMECNPJA_CLI
                ORDER BY GERENTE, C.NUMECNPJA_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-BLOQ CURSOR FOR
               SELECT NUMECNPJA_CLI, SITUACAO_BLOQ, DT_BLOQUEIO,
                      SALDO_BLOQ, LIMITE_BLOQ, DT_SITUACAO,
                      USUARIO_LIB
                 FROM ALUNO06.CLIENTPJ_BLOQ
                ORDER BY NUMECNPJA_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLBLOQUE
           IF WS-FS-RLBLOQUE NOT = '00'
               DISPLAY 'DEV31P10   ERRO AO ABRIR RLBLOQUE - STATUS: '
                   WS-FS-RLBLOQUE
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-LIMITES ARQ-RLLIMITE
               GOBACK
           END-IF
      *
           EXEC SQL OPEN C-GRUPO END-EXEC
      *
      *
           EXEC SQL CLOSE C-GRUPO END-EXEC
      *
           PERFORM 0680-ABRE-SECAO-TOTAL
           IF WS-TOT-ESTOURADOS = 0
               MOVE 'NENHUM GRUPO ACIMA DO LIMITE REGISTRADO'
                   TO LIM-LD2-MENSAGEM
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 7000-IMPRIME-TOTAIS
      *
           PERFORM 3000-CONFERE-GRUPOS-ECO
      *
           PERFORM 2000-CONFERE-BLOQUEIOS
      *
           DISPLAY 'DEV31P10   GRUPOS AVALIADOS...............: '
               WS-TOT-GRUPOS
               WS-TOT-COM-LIMITE
           DISPLAY 'DEV31P10   GRUPOS ACIMA DO LIMITE..........: '
               WS-TOT-ESTOURADOS
           DISPLAY 'DEV31P10   GRUPOS ECONOMICOS COM LIMITE....: '
               WS-TOT-ECO-COM-LIMITE
           DISPLAY 'DEV31P10   GRUPOS ECONOMICOS ACIMA DO LIM..: '
               WS-TOT-ECO-ESTOURADOS
           DISPLAY 'DEV31P10   GRUPOS EM BLOQUEIO..............: '
               WS-TOT-BLOQUEADOS
           DISPLAY 'DEV31P10   - BLOQUEADOS HOJE...............: '
               WS-TOT-BLOQ-NOVOS
           DISPLAY 'DEV31P10   LIBERADOS POR SUPERVISOR........: '
               WS-TOT-LIB-SUPERV
           DISPLAY 'DEV31P10   LIBERADOS AUTOMATICAMENTE.......: '
               WS-TOT-LIB-AUTOM
           DISPLAY 'DEV31P10   REGISTROS RECUSADOS POR BLOQUEIO: '
               WS-TOT-RECUSADOS
           IF WS-TOT-ERROS-BLOQ > 0
               DISPLAY 'DEV31P10   *** ERRO NA MANUTENCAO DOS '
                   'BLOQUEIOS - VER SYSOUT ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOT-ESTOURADOS > 0
               DISPLAY 'DEV31P10   *** GRUPO ACIMA DO LIMITE DE '
                   'CREDITO ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOT-ECO-ESTOURADOS > 0
               DISPLAY 'DEV31P10   *** GRUPO ECONOMICO ACIMA DO '
                   'LIMITE DE CREDITO ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOT-COM-LIMITE = 0 AND WS-TOT-ECO-COM-LIMITE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'DEV31P10   PROCESSAMENTO ENCERRADO'
      *
           COMPUTE WS-RUN-QT-CHAVE = WS-TOT-ESTOURADOS
                                   + WS-TOT-ECO-ESTOURADOS
           PERFORM 9200-REGISTRA-FIM-RUN
      *
           CLOSE ARQ-LIMITES
           CLOSE ARQ-RLLIMITE
           CLOSE ARQ-ALERTAS
           CLOSE ARQ-RLBLOQUE
           GOBACK.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-GRUPO
                 INTO :WS-GERENTE-HOST,
                      :WS-NUMECNPJA-HOST, :WS-QTDFILIAIS-HOST,
                      :WS-SALDO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               COMPUTE WS-EXCESSO = WS-SALDO-HOST - LIM-LIMITE
               PERFORM 7100-IMPRIME-ESTOURO
               PERFORM 7500-GRAVA-ALERTA
               PERFORM 1100-APLICA-BLOQUEIO
           END-IF.
      *
      * GRUPOS ECONOMICOS - O DEVGRECO E LIDO EM ORDEM DE CHAVE, ENTAO
      * O REGISTRO MESTRE DE CADA GRUPO (NOME E LIMITE) VEM ANTES DAS
      * SUAS RAIZES. GRUPO SEM LIMITE PROPRIO (ZERO) NAO E CRITICADO.
      * CADASTRO AINDA NAO CRIADO NAO E ERRO.
       3000-CONFERE-GRUPOS-ECO.
           OPEN INPUT ARQ-GRUPOS-ECO
           IF WS-FS-GRUPOS-ECO NOT = '00'
               DISPLAY 'DEV31P10   DEVGRECO NAO DISPONIVEL - STATUS: '
                   WS-FS-GRUPOS-ECO
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-REL-LINHA + 5 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLLIMITE FROM LIM-CABEC3 AFTER ADVANCING 3 LINES
           WRITE REG-RLLIMITE FROM LIM-CABEC4 AFTER ADVANCING 2 LINES
           ADD 5 TO WS-REL-LINHA
      *
           MOVE SPACES TO WS-ECO-GRUPO
           PERFORM 3050-LE-GRUPO-ECO
           PERFORM UNTIL WS-FS-GRUPOS-ECO NOT = '00'
               IF GRE-REG-GRUPO
                   PERFORM 3200-FECHA-GRUPO-ECO
                   MOVE GRE-GRUPO  TO WS-ECO-GRUPO
                   MOVE GRE-NOME   TO WS-ECO-NOME
                   MOVE GRE-LIMITE TO WS-ECO-LIMITE
                   MOVE ZEROS TO WS-ECO-QTDRAIZES WS-ECO-SALDO
               ELSE
                   IF GRE-GRUPO = WS-ECO-GRUPO
                       PERFORM 3100-SOMA-RAIZ
                   END-IF
               END-IF
               PERFORM 3050-LE-GRUPO-ECO
           END-PERFORM
           PERFORM 3200-FECHA-GRUPO-ECO
           CLOSE ARQ-GRUPOS-ECO
      *
           IF WS-TOT-ECO-ESTOURADOS = 0
               MOVE 'NENHUM GRUPO ECONOMICO ACIMA DO LIMITE'
                   TO LIM-LD2-MENSAGEM
               WRITE REG-RLLIMITE FROM LIM-LINDET2
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE WS-TOT-ECO-COM-LIMITE TO LIM-TOT-ECO-COM-LIMITE
           MOVE WS-TOT-ECO-ESTOURADOS TO LIM-TOT-ECO-ESTOURADOS
           WRITE REG-RLLIMITE FROM LIM-TOTAIS2 AFTER ADVANCING 2 LINES.
      *
       3050-LE-GRUPO-ECO.
           READ ARQ-GRUPOS-ECO NEXT RECORD INTO GRE-REGISTRO
               AT END MOVE '10' TO WS-FS-GRUPOS-ECO
           END-READ.
      *
       3100-SOMA-RAIZ.
           ADD 1 TO WS-ECO-QTDRAIZES
           MOVE GRE-CNPJ TO WS-RAIZ-CNPJ-HOST
           EXEC SQL
               SELECT COALESCE(SUM(SALDO_CLI), 0)
                 INTO :WS-RAIZ-SALDO-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-RAIZ-CNPJ-HOST
                  AND DTINATIVA_CLI IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV31P10   ERRO NO SALDO DA RAIZ '
                   WS-RAIZ-CNPJ-HOST ' - SQLCODE: ' SQLCODE
           ELSE
               ADD WS-RAIZ-SALDO-HOST TO WS-ECO-SALDO
           END-IF.
      *
       3200-FECHA-GRUPO-ECO.
           IF WS-ECO-GRUPO = SPACES OR WS-ECO-LIMITE = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-ECO-COM-LIMITE
           IF WS-ECO-SALDO > WS-ECO-LIMITE
               ADD 1 TO WS-TOT-ECO-ESTOURADOS
               COMPUTE WS-EXCESSO = WS-ECO-SALDO - WS-ECO-LIMITE
               PERFORM 7150-IMPRIME-ESTOURO-ECO
               PERFORM 7550-GRAVA-ALERTA-ECO
           END-IF.
      *
      * GRUPO ACIMA DO LIMITE - ABRE O BLOQUEIO, OU SO ATUALIZA SALDO
      * E LIMITE DE UM BLOQUEIO JA EXISTENTE. A LIBERACAO DO
      * SUPERVISOR ('L') E RESPEITADA ENQUANTO O BLOQUEIO EXISTIR:
      * ELE SO CAI (E PODE SER REABERTO) QUANDO O GRUPO VOLTAR AO
      * LIMITE.
       1100-APLICA-BLOQUEIO.
           MOVE WS-NUMECNPJA-HOST TO WS-BLQ-CNPJ-HOST
           MOVE WS-SALDO-HOST TO WS-BLQ-SALDO-HOST
           MOVE LIM-LIMITE TO WS-BLQ-LIMITE-HOST
           EXEC SQL
               SELECT SITUACAO_BLOQ INTO :WS-BLQ-SITUACAO-HOST
                 FROM ALUNO06.CLIENTPJ_BLOQ
                WHERE NUMECNPJA_CLI = :WS-BLQ-CNPJ-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       UPDATE ALUNO06.CLIENTPJ_BLOQ SET
                         SALDO_BLOQ  = :WS-BLQ-SALDO-HOST,
                         LIMITE_BLOQ = :WS-BLQ-LIMITE-HOST
                       WHERE NUMECNPJA_CLI = :WS-BLQ-CNPJ-HOST
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       INSERT INTO ALUNO06.CLIENTPJ_BLOQ (
                           NUMECNPJA_CLI, SITUACAO_BLOQ, DT_BLOQUEIO,
                           SALDO_BLOQ, LIMITE_BLOQ, DT_SITUACAO,
                           USUARIO_LIB
                       ) VALUES (
                           :WS-BLQ-CNPJ-HOST, 'B',
                           :WS-DATA-PROCESSAMENTO-HOST,
                           :WS-BLQ-SALDO-HOST, :WS-BLQ-LIMITE-HOST,
                           :WS-DATA-PROCESSAMENTO-HOST, ' '
                       )
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    O COMMIT SO E FEITO NO FIM DO 2000-CONFERE-BLOQUEIOS, PARA
      *    NAO FECHAR O C-GRUPO.
           IF SQLCODE NOT = 0
               DISPLAY 'DEV31P10   ERRO NO BLOQUEIO DO GRUPO '
                   WS-BLQ-CNPJ-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS-BLOQ
           END-IF.
      *
      * PERCORRE TODOS OS BLOQUEIOS - O GRUPO QUE VOLTOU AO LIMITE
      * (OU PERDEU O LIMITE REGISTRADO, OU NAO TEM MAIS FILIAL ATIVA)
      * E LIBERADO AUTOMATICAMENTE; OS DEMAIS SAEM NO RLBLOQUE COM OS
      * REGISTROS RECUSADOS PELO BLOQUEIO NA CARGA DO DIA.
       2000-CONFERE-BLOQUEIOS.
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0550-CABECALHO-BLOQUEIO
      *
           MOVE 'N' TO WS-FIM-CURSOR-BLOQ
           EXEC SQL OPEN C-BLOQ END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV31P10   ERRO OPEN C-BLOQ - SQLCODE: '
                   SQLCODE
               ADD 1 TO WS-TOT-ERROS-BLOQ
               EXEC SQL COMMIT END-EXEC
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 2050-FETCH-BLOQUEIO
           PERFORM UNTIL WS-FIM-CURSOR-BLOQ = 'S'
               PERFORM 2100-TRATA-BLOQUEIO
               PERFORM 2050-FETCH-BLOQUEIO
           END-PERFORM
      *
           EXEC SQL CLOSE C-BLOQ END-EXEC
      *
           IF WS-TOT-BLOQUEADOS = 0 AND WS-TOT-LIB-AUTOM = 0
               MOVE 'NENHUM GRUPO EM BLOQUEIO DE CREDITO'
                   TO BLQ-LD2-MENSAGEM
               WRITE REG-RLBLOQUE FROM BLQ-LINDET2
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 7700-TOTAIS-BLOQUEIO
      *
           EXEC SQL COMMIT END-EXEC.
      *
       2050-FETCH-BLOQUEIO.
           EXEC SQL
               FETCH C-BLOQ
                 INTO :WS-BLQ-CNPJ-HOST, :WS-BLQ-SITUACAO-HOST,
                      :WS-BLQ-DTBLOQ-HOST, :WS-BLQ-SALDO-HOST,
                      :WS-BLQ-LIMITE-HOST, :WS-BLQ-DTSIT-HOST,
                      :WS-BLQ-USUARIO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR-BLOQ
           END-IF.
      *
       2100-TRATA-BLOQUEIO.
           PERFORM 2150-SITUACAO-ATUAL-GRUPO
           PERFORM 2200-CONTA-RECUSADOS
      *
           IF NOT GRUPO-ACIMA-DO-LIMITE
               EXEC SQL
                   DELETE FROM ALUNO06.CLIENTPJ_BLOQ
                    WHERE NUMECNPJA_CLI = :WS-BLQ-CNPJ-HOST
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV31P10   ERRO NA LIBERACAO DO GRUPO '
                       WS-BLQ-CNPJ-HOST ' - SQLCODE: ' SQLCODE
                   ADD 1 TO WS-TOT-ERROS-BLOQ
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-LIB-AUTOM
               MOVE 'LIBERADO AUTOMAT.' TO BLQ-LD1-SITUACAO
               PERFORM 7600-IMPRIME-BLOQUEIO
               EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
               WHEN BLQ-LIBERADO-SUPERV
                   ADD 1 TO WS-TOT-LIB-SUPERV
                   MOVE 'LIBERADO SUPERV.' TO BLQ-LD1-SITUACAO
               WHEN WS-BLQ-DTBLOQ-HOST = WS-DATA-PROCESSAMENTO
                   ADD 1 TO WS-TOT-BLOQUEADOS
                   ADD 1 TO WS-TOT-BLOQ-NOVOS
                   MOVE 'BLOQUEADO HOJE' TO BLQ-LD1-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-TOT-BLOQUEADOS
                   MOVE 'BLOQUEADO' TO BLQ-LD1-SITUACAO
           END-EVALUATE
           PERFORM 7600-IMPRIME-BLOQUEIO.
      *
      * SALDO CONSOLIDADO ATUAL DAS FILIAIS ATIVAS DA RAIZ CONTRA O
      * LIMITE VIGENTE NO DEVLIMCR.
       2150-SITUACAO-ATUAL-GRUPO.
           MOVE 'N' TO WS-GRUPO-ACIMA
           EXEC SQL
               SELECT COALESCE(SUM(SALDO_CLI), 0)
                 INTO :WS-BLQ-SALDO-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-BLQ-CNPJ-HOST
                  AND DTINATIVA_CLI IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV31P10   ERRO NO SALDO DO GRUPO '
                   WS-BLQ-CNPJ-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS-BLOQ
      *        NA DUVIDA, O BLOQUEIO E MANTIDO.
               MOVE 'S' TO WS-GRUPO-ACIMA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-BLQ-CNPJ-HOST TO WS-NUMECNPJA-HOST
           PERFORM 0180-CONSULTA-LIMITE
           IF WS-TEM-LIMITE = 'S'
               MOVE LIM-LIMITE TO WS-BLQ-LIMITE-HOST
               IF WS-BLQ-SALDO-HOST > LIM-LIMITE
                   MOVE 'S' TO WS-GRUPO-ACIMA
               END-IF
           ELSE
               MOVE ZEROS TO WS-BLQ-LIMITE-HOST
           END-IF.
      *
      * REGISTROS DA CARGA DO DIA RECUSADOS PELO BLOQUEIO (MOTIVO
      * R24 EM CLIENTPJ_REJ) NAS FILIAIS DA RAIZ.
       2200-CONTA-RECUSADOS.
           MOVE ZEROS TO WS-QTD-RECUSADOS-HOST
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTD-RECUSADOS-HOST
                 FROM ALUNO06.CLIENTPJ_REJ R,
                      ALUNO06.CLIENTPJ C
                WHERE R.CODIGO_CLI = C.CODIGO_CLI
                  AND C.NUMECNPJA_CLI = :WS-BLQ-CNPJ-HOST
                  AND R.COD_MOTIVO_REJ = 'R24'
                  AND R.DATA_REJ = :WS-DATA-PROCESSAMENTO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-QTD-RECUSADOS-HOST
           END-IF
           ADD WS-QTD-RECUSADOS-HOST TO WS-TOT-RECUSADOS.
      *
       7500-GRAVA-ALERTA.
           INITIALIZE ALR-REGISTRO
               TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
      *
      * A CHAVE DO ALERTA DE GRUPO ECONOMICO E 'GE' + CODIGO DO GRUPO,
      * PARA NAO SE CONFUNDIR COM UMA RAIZ DE CNPJ.
       7550-GRAVA-ALERTA-ECO.
           INITIALIZE ALR-REGISTRO
           MOVE 'DEV31P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE 'A' TO ALR-SEVERIDADE
           STRING 'GE' WS-ECO-GRUPO DELIMITED BY SIZE
             INTO ALR-CHAVE
           END-STRING
           MOVE 'GRUPO ECONOMICO ACIMA DO LIMITE'
               TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
      *
      * CONSULTA O LIMITE REGISTRADO PARA A RAIZ DE CNPJ DO GRUPO
      * CORRENTE - GRUPO SEM REGISTRO NO DEVLIMCR NAO E CRITICADO.
       0180-CONSULTA-LIMITE.
           MOVE WS-REL-DATA-EDIT TO LIM-CB1-DATA
           MOVE WS-REL-PAGINA TO LIM-CB1-PAG
           WRITE REG-RLLIMITE FROM LIM-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLLIMITE FROM GCT-CABEC AFTER ADVANCING 1 LINES
           WRITE REG-RLLIMITE FROM LIM-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * SEPARACAO POR GERENTE DE CONTA - O C-GRUPO VEM ORDENADO PELO
      * GERENTE, ENTAO O PRIMEIRO ESTOURO DE CADA GERENTE FECHA A
      * SECAO ANTERIOR E ABRE OUTRA EM PAGINA NOVA, COM PAGINACAO
      * PROPRIA. GERENTE SEM GRUPO ACIMA DO LIMITE NAO TEM SECAO.
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
           WRITE REG-RLLIMITE FROM GCT-SUBTOTAL AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
      * SECAO FINAL, COM OS TOTAIS E OS GRUPOS ECONOMICOS.
       0680-ABRE-SECAO-TOTAL.
           IF WS-GERENTE-SECAO NOT = LOW-VALUES
               PERFORM 0650-FECHA-SECAO-GERENTE
           END-IF
           MOVE HIGH-VALUES TO WS-GERENTE-SECAO
           MOVE 'TOTAL GERAL' TO GCT-CB-GERENTE
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO.
      *
       0550-CABECALHO-BLOQUEIO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO BLQ-CB1-DATA
           MOVE WS-REL-PAGINA TO BLQ-CB1-PAG
           WRITE REG-RLBLOQUE FROM BLQ-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLBLOQUE FROM BLQ-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       7100-IMPRIME-ESTOURO.
           IF WS-GERENTE-HOST NOT = WS-GERENTE-SECAO
               PERFORM 0600-ABRE-SECAO-GERENTE
           END-IF
           ADD 1 TO WS-QTDE-GERENTE
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-EXCESSO TO LIM-LD1-EXCESSO
           WRITE REG-RLLIMITE FROM LIM-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7150-IMPRIME-ESTOURO-ECO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLLIMITE FROM LIM-CABEC4
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF
           MOVE WS-ECO-GRUPO TO LIM-LD3-GRUPO
           MOVE WS-ECO-NOME TO LIM-LD3-NOME
           MOVE WS-ECO-QTDRAIZES TO LIM-LD3-QTDRAIZES
           MOVE WS-ECO-SALDO TO LIM-LD3-SALDO
           MOVE WS-ECO-LIMITE TO LIM-LD3-LIMITE
           MOVE WS-EXCESSO TO LIM-LD3-EXCESSO
           WRITE REG-RLLIMITE FROM LIM-LINDET3 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
           MOVE WS-TOT-COM-LIMITE TO LIM-TOT-COM-LIMITE
           MOVE WS-TOT-ESTOURADOS TO LIM-TOT-ESTOURADOS
           WRITE REG-RLLIMITE FROM LIM-TOTAIS AFTER ADVANCING 2 LINES.
      *
       7600-IMPRIME-BLOQUEIO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0550-CABECALHO-BLOQUEIO
           END-IF
           MOVE WS-BLQ-CNPJ-HOST TO BLQ-LD1-CNPJ
           MOVE WS-BLQ-SALDO-HOST TO BLQ-LD1-SALDO
           MOVE WS-BLQ-LIMITE-HOST TO BLQ-LD1-LIMITE
           MOVE WS-BLQ-DTBLOQ-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO BLQ-LD1-DESDE
           MOVE WS-BLQ-USUARIO-HOST TO BLQ-LD1-SUPERVISOR
           MOVE WS-QTD-RECUSADOS-HOST TO BLQ-LD1-RECUSADOS
           WRITE REG-RLBLOQUE FROM BLQ-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7700-TOTAIS-BLOQUEIO.
           IF WS-REL-LINHA + 3 > WS-REL-MAX-LINHAS
               PERFORM 0550-CABECALHO-BLOQUEIO
           END-IF
           MOVE WS-TOT-BLOQUEADOS TO BLQ-TOT-BLOQUEADOS
           MOVE WS-TOT-BLOQ-NOVOS TO BLQ-TOT-NOVOS
           MOVE WS-TOT-RECUSADOS TO BLQ-TOT-RECUSADOS
           MOVE WS-TOT-LIB-SUPERV TO BLQ-TOT-LIB-SUPERV
           MOVE WS-TOT-LIB-AUTOM TO BLQ-TOT-LIB-AUTOM
           WRITE REG-RLBLOQUE FROM BLQ-TOTAIS AFTER ADVANCING 2 LINES
           WRITE REG-RLBLOQUE FROM BLQ-TOTAIS2 AFTER ADVANCING 1 LINES.
      *
      *
      * ABRE A LINHA DESTA EXECUCAO NO RUN-LEDGER - UMA FALHA AQUI
