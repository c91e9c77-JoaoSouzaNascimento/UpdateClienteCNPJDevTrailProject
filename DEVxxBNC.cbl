       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV59P10.
      *
      *----------------------------------------------------------------*
      * DEVOLUCOES (BOUNCES) DE EMAIL DO SISTEMA CORPORATIVO DE        *
      * CORREIO. AS NOTIFICACOES GRAVADAS NO NOTIFCLI PELO DEV36P10    *
      * QUE VOLTAVAM DEVOLVIDAS SE PERDIAM - O DEV29P10 SO PEGA O      *
      * EMAIL MAL FORMADO, NAO O BEM FORMADO QUE NAO EXISTE MAIS.      *
      * ESTE PROGRAMA LE O ARQUIVO DIARIO DE RETORNO DO CORREIO        *
      * (DEV59BNC), LOCALIZA O CLIENTE PELO CODIGO_CLI E PELO          *
      * EMAIL_CLI E CONTA AS DEVOLUCOES DEFINITIVAS ('H') SEGUIDAS DE  *
      * CADA CLIENTE EM ALUNO06.CLIENTPJ_BOUNCE. AO ATINGIR O LIMITE   *
      * (SYSIN, DEFAULT 3) O ENDERECO PASSA A NAO ENTREGAVEL           *
      * (SITUACAO_EMAIL = 'N') E O DEV36P10 DEIXA DE MANDAR PARA ELE.  *
      * UMA ENTREGA CONFIRMADA ('E') ZERA A CONTAGEM DE QUEM AINDA     *
      * NAO CHEGOU AO LIMITE; A DEVOLUCAO TEMPORARIA ('S') SO ENTRA NO *
      * TOTALIZADOR. DEPOIS DO ARQUIVO, LISTA NO RLBOUNCE PARA O       *
      * GERENTE DE CONTA TODO ENDERECO NAO ENTREGAVEL AINDA EM USO. O  *
      * CLIENTE SAI DA LISTA QUANDO MANDA UM EMAIL CORRIGIDO NUM       *
      * REGISTRO 'A' DO DADOSCLI: O EMAIL_CLI DEIXA DE SER O DA        *
      * DEVOLUCAO E A LINHA DE CLIENTPJ_BOUNCE E EXCLUIDA (LISTADA UMA *
      * ULTIMA VEZ COMO CORRIGIDA).                                    *
      * RC 0 = OK  RC 4 = ARQUIVO DE DEVOLUCOES VAZIO                  *
      * RC 8 = ENDERECO(S) NOVO(S) NAO ENTREGAVEL(IS) OU ERRO          *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIBOUNC END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVOLUCOES ASSIGN TO 'DEV59BNC'
               FILE STATUS IS WS-FS-DEVOLUCOES.
           SELECT ARQ-RLBOUNCE ASSIGN TO 'RLBOUNCE'
               FILE STATUS IS WS-FS-RLBOUNCE.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * RETORNO DIARIO DO SISTEMA DE CORREIO - UM REGISTRO POR
      * NOTIFICACAO COM RESULTADO. O CODIGO DO CLIENTE E O QUE FOI
      * NO NOTIFCLI; ZERADO (MENSAGEM SEM O CODIGO), A DEVOLUCAO
      * VALE PARA TODO CLIENTE COM AQUELE EMAIL.
       FD ARQ-DEVOLUCOES
           RECORDING MODE F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-DEVOLUCOES.
           05 DVL-DATA-EVENTO          PIC 9(008).
           05 DVL-HORA-EVENTO          PIC 9(006).
           05 DVL-CODIGOCLI            PIC 9(007).
           05 DVL-EMAIL                PIC X(050).
           05 DVL-TIPO                 PIC X(001).
               88 DVL-DEFINITIVA                   VALUE 'H'.
               88 DVL-TEMPORARIA                   VALUE 'S'.
               88 DVL-ENTREGUE                     VALUE 'E'.
           05 DVL-CODIGO-SMTP          PIC X(005).
           05 DVL-DIAGNOSTICO          PIC X(060).
           05 FILLER                   PIC X(013).
      *
       FD ARQ-RLBOUNCE
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLBOUNCE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVBNCRL.
      *
       01 WS-FS-DEVOLUCOES         PIC XX VALUE SPACES.
       01 WS-FS-RLBOUNCE           PIC XX VALUE SPACES.
       01 WS-FIM-DEVOLUCOES        PIC X VALUE 'N'.
       01 WS-FIM-CURSOR-CLI        PIC X VALUE 'N'.
       01 WS-FIM-CURSOR-BNC        PIC X VALUE 'N'.
      *
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZAOSOCIAL-HOST      PIC X(40).
           05 WS-EMAIL-HOST            PIC X(50).
      *
      * ARGUMENTOS DE BUSCA DO CLIENTE DA DEVOLUCAO
       01 WS-BUSCA-CODIGO-HOST     PIC 9(7) VALUE ZEROS.
       01 WS-BUSCA-EMAIL-HOST      PIC X(50) VALUE SPACES.
      *
       01 WS-BOUNCE-HOST.
           05 WS-BNC-EMAIL-HOST        PIC X(50).
           05 WS-BNC-CONSEC-HOST       PIC 9(3).
           05 WS-BNC-TOTAL-HOST        PIC 9(5).
           05 WS-BNC-DTULT-HOST        PIC 9(8).
           05 WS-BNC-SMTP-HOST         PIC X(5).
           05 WS-BNC-SITUACAO-HOST     PIC X(1).
               88 BNC-EM-OBSERVACAO                VALUE 'V'.
               88 BNC-NAO-ENTREGAVEL               VALUE 'N'.
           05 WS-BNC-DTSIT-HOST        PIC 9(8).
      *
       01 WS-TEM-BOUNCE            PIC X VALUE 'N'.
           88 BOUNCE-CADASTRADO               VALUE 'S'.
       01 WS-QTDE-CLIENTES         PIC 9(005) VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-ERRO-BANCO            PIC X VALUE 'N'.
           88 HOUVE-ERRO-BANCO                VALUE 'S'.
      *
      * QUANTIDADE DE DEVOLUCOES DEFINITIVAS SEGUIDAS QUE TORNA O
      * ENDERECO NAO ENTREGAVEL, LIDA DO SYSIN - AUSENTE OU ZERO,
      * ASSUME 3.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-LIMITE           PIC 9(002) VALUE ZEROS.
       01 WS-LIMITE-DEFINITIVAS    PIC 9(003) VALUE 3.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DEFINITIVAS   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-TEMPORARIAS   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ENTREGUES     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NAO-LOCALIZ   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NOVOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NAO-ENTREG    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CORRIGIDOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ERROS         PIC 9(007) VALUE ZEROS.
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
      * EDICAO DE DATA PARA O RELATORIO (0900-EDITA-DATA).
       01 WS-EDT-DATA              PIC 9(008) VALUE ZEROS.
       01 WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
           05 WS-EDT-AA            PIC 9(004).
           05 WS-EDT-MM            PIC 9(002).
           05 WS-EDT-DD            PIC 9(002).
       01 WS-EDT-DATA-X            PIC X(010) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    CLIENTES DA DEVOLUCAO - PELO CODIGO DO NOTIFCLI, QUANDO
      *    VEIO, E SEMPRE PELO EMAIL ATUAL (O CORREIO PODE DEVOLVER EM
      *    MAIUSCULAS/MINUSCULAS DIFERENTES DO CADASTRADO). UMA
      *    DEVOLUCAO DE UM EMAIL QUE O CLIENTE JA TROCOU NAO ACHA NADA.
           EXEC SQL DECLARE C-CLIENTES CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, EMAIL_CLI
                 FROM ALUNO06.CLIENTPJ
                WHERE UPPER(EMAIL_CLI) = UPPER(:WS-BUSCA-EMAIL-HOST)
                  AND (CODIGO_CLI = :WS-BUSCA-CODIGO-HOST
                       OR :WS-BUSCA-CODIGO-HOST = 0)
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-BOUNCE CURSOR WITH HOLD FOR
               SELECT CODIGO_CLI, EMAIL_CLI, QT_HARD_CONSEC,
                      SITUACAO_EMAIL, DT_SITUACAO
                 FROM ALUNO06.CLIENTPJ_BOUNCE
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           IF WS-PARM-LIMITE IS NUMERIC AND WS-PARM-LIMITE > 0
               MOVE WS-PARM-LIMITE TO WS-LIMITE-DEFINITIVAS
           END-IF
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV59P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV59P10   LIMITE DE DEVOLUCOES SEGUIDAS..: '
               WS-LIMITE-DEFINITIVAS
      *
           OPEN INPUT ARQ-DEVOLUCOES
           IF WS-FS-DEVOLUCOES NOT = '00'
               DISPLAY 'DEV59P10   ERRO AO ABRIR DEV59BNC - STATUS: '
                   WS-FS-DEVOLUCOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLBOUNCE
           IF WS-FS-RLBOUNCE NOT = '00'
               DISPLAY 'DEV59P10   ERRO AO ABRIR RLBOUNCE - STATUS: '
                   WS-FS-RLBOUNCE
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-DEVOLUCOES
               GOBACK
           END-IF
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
           PERFORM 0150-LE-DEVOLUCAO
           PERFORM UNTIL WS-FIM-DEVOLUCOES = 'S'
               ADD 1 TO WS-TOT-LIDOS
               PERFORM 1000-TRATA-DEVOLUCAO
               PERFORM 0150-LE-DEVOLUCAO
           END-PERFORM
      *
           PERFORM 2000-LISTA-NAO-ENTREGAVEIS
      *
           PERFORM 7900-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV59P10   DEVOLUCOES LIDAS...............: '
               WS-TOT-LIDOS
           DISPLAY 'DEV59P10   - DEFINITIVAS..................: '
               WS-TOT-DEFINITIVAS
           DISPLAY 'DEV59P10   - TEMPORARIAS..................: '
               WS-TOT-TEMPORARIAS
           DISPLAY 'DEV59P10   - ENTREGAS CONFIRMADAS.........: '
               WS-TOT-ENTREGUES
           DISPLAY 'DEV59P10   NAO LOCALIZADAS NO CADASTRO....: '
               WS-TOT-NAO-LOCALIZ
           DISPLAY 'DEV59P10   NOVOS ENDERECOS NAO ENTREGAVEIS: '
               WS-TOT-NOVOS
           DISPLAY 'DEV59P10   ENDERECOS NAO ENTREGAVEIS......: '
               WS-TOT-NAO-ENTREG
           DISPLAY 'DEV59P10   EMAILS CORRIGIDOS (LIBERADOS)..: '
               WS-TOT-CORRIGIDOS
           DISPLAY 'DEV59P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-NOVOS > 0 OR WS-TOT-ERROS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           CLOSE ARQ-DEVOLUCOES ARQ-RLBOUNCE
           GOBACK.
      *
       0150-LE-DEVOLUCAO.
           READ ARQ-DEVOLUCOES
               AT END MOVE 'S' TO WS-FIM-DEVOLUCOES
           END-READ.
      *
      * UMA DEVOLUCAO PODE SER DE MAIS DE UM CLIENTE (FILIAIS COM O
      * MESMO EMAIL) QUANDO VEM SEM CODIGO. CADA DEVOLUCAO E UMA
      * UNIDADE DE TRABALHO - ERRO DE BANCO DESFAZ SO ELA.
       1000-TRATA-DEVOLUCAO.
           EVALUATE TRUE
               WHEN DVL-DEFINITIVA
                   ADD 1 TO WS-TOT-DEFINITIVAS
               WHEN DVL-ENTREGUE
                   ADD 1 TO WS-TOT-ENTREGUES
               WHEN OTHER
                   ADD 1 TO WS-TOT-TEMPORARIAS
                   EXIT PARAGRAPH
           END-EVALUATE
      *
           IF DVL-EMAIL = SPACES
               ADD 1 TO WS-TOT-NAO-LOCALIZ
               PERFORM 7100-IMPRIME-NAO-LOCALIZADA
               EXIT PARAGRAPH
           END-IF
      *
           IF DVL-CODIGOCLI IS NUMERIC
               MOVE DVL-CODIGOCLI TO WS-BUSCA-CODIGO-HOST
           ELSE
               MOVE ZEROS TO WS-BUSCA-CODIGO-HOST
           END-IF
           MOVE DVL-EMAIL TO WS-BUSCA-EMAIL-HOST
           MOVE 'N' TO WS-ERRO-BANCO
           MOVE ZEROS TO WS-QTDE-CLIENTES
      *
           MOVE 'N' TO WS-FIM-CURSOR-CLI
           EXEC SQL OPEN C-CLIENTES END-EXEC
           PERFORM 1050-FETCH-CLIENTE
           PERFORM UNTIL WS-FIM-CURSOR-CLI = 'S'
               ADD 1 TO WS-QTDE-CLIENTES
               PERFORM 1100-ATUALIZA-CONTAGEM
               PERFORM 1050-FETCH-CLIENTE
           END-PERFORM
           EXEC SQL CLOSE C-CLIENTES END-EXEC
      *
           IF HOUVE-ERRO-BANCO
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO WS-TOT-ERROS
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF WS-QTDE-CLIENTES = 0 AND DVL-DEFINITIVA
               ADD 1 TO WS-TOT-NAO-LOCALIZ
               PERFORM 7100-IMPRIME-NAO-LOCALIZADA
           END-IF.
      *
       1050-FETCH-CLIENTE.
           EXEC SQL
               FETCH C-CLIENTES
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                      :WS-EMAIL-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'S' TO WS-FIM-CURSOR-CLI
               WHEN OTHER
                   DISPLAY 'DEV59P10   ERRO FETCH C-CLIENTES - '
                       'SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ERRO-BANCO
                   MOVE 'S' TO WS-FIM-CURSOR-CLI
           END-EVALUATE.
      *
      * CONTAGEM DE DEVOLUCOES DEFINITIVAS SEGUIDAS DO CLIENTE. A
      * LINHA GUARDA O EMAIL A QUE A CONTAGEM SE REFERE - SE O
      * CLIENTE TROCOU DE EMAIL, A CONTAGEM RECOMECA NO NOVO.
       1100-ATUALIZA-CONTAGEM.
           PERFORM 1150-CONSULTA-BOUNCE
           IF HOUVE-ERRO-BANCO
               EXIT PARAGRAPH
           END-IF
      *
           IF BOUNCE-CADASTRADO
              AND WS-BNC-EMAIL-HOST NOT = WS-EMAIL-HOST
               MOVE WS-EMAIL-HOST TO WS-BNC-EMAIL-HOST
               MOVE ZEROS TO WS-BNC-CONSEC-HOST
               SET BNC-EM-OBSERVACAO TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO WS-BNC-DTSIT-HOST
           END-IF
      *
      *    ENTREGA CONFIRMADA - ZERA A SEQUENCIA DE QUEM AINDA ESTA EM
      *    OBSERVACAO. O NAO ENTREGAVEL SO SAI TROCANDO O EMAIL.
           IF DVL-ENTREGUE
               IF BOUNCE-CADASTRADO AND BNC-EM-OBSERVACAO
                   PERFORM 1300-EXCLUI-BOUNCE
               END-IF
               EXIT PARAGRAPH
           END-IF
      *
           IF NOT BOUNCE-CADASTRADO
               MOVE WS-EMAIL-HOST TO WS-BNC-EMAIL-HOST
               MOVE ZEROS TO WS-BNC-CONSEC-HOST
               MOVE ZEROS TO WS-BNC-TOTAL-HOST
               SET BNC-EM-OBSERVACAO TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO WS-BNC-DTSIT-HOST
           END-IF
      *
           IF WS-BNC-CONSEC-HOST < 999
               ADD 1 TO WS-BNC-CONSEC-HOST
           END-IF
           IF WS-BNC-TOTAL-HOST < 99999
               ADD 1 TO WS-BNC-TOTAL-HOST
           END-IF
           MOVE DVL-DATA-EVENTO TO WS-BNC-DTULT-HOST
           MOVE DVL-CODIGO-SMTP TO WS-BNC-SMTP-HOST
      *
           IF BNC-EM-OBSERVACAO
              AND WS-BNC-CONSEC-HOST NOT < WS-LIMITE-DEFINITIVAS
               SET BNC-NAO-ENTREGAVEL TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO WS-BNC-DTSIT-HOST
               ADD 1 TO WS-TOT-NOVOS
               MOVE 'NOVO NAO ENTREG.' TO BNC-LD1-OCORRENCIA
               PERFORM 7000-IMPRIME-CLIENTE
           END-IF
      *
           IF BOUNCE-CADASTRADO
               PERFORM 1200-ALTERA-BOUNCE
           ELSE
               PERFORM 1250-INCLUI-BOUNCE
           END-IF.
      *
       1150-CONSULTA-BOUNCE.
           MOVE 'N' TO WS-TEM-BOUNCE
           EXEC SQL
               SELECT EMAIL_CLI, QT_HARD_CONSEC, QT_HARD_TOTAL,
                      DT_ULT_BOUNCE, SMTP_ULT_BOUNCE, SITUACAO_EMAIL,
                      DT_SITUACAO
                 INTO :WS-BNC-EMAIL-HOST, :WS-BNC-CONSEC-HOST,
                      :WS-BNC-TOTAL-HOST, :WS-BNC-DTULT-HOST,
                      :WS-BNC-SMTP-HOST, :WS-BNC-SITUACAO-HOST,
                      :WS-BNC-DTSIT-HOST
                 FROM ALUNO06.CLIENTPJ_BOUNCE
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-BOUNCE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DEV59P10   ERRO SELECT CLIENTPJ_BOUNCE - '
                       'CODIGO: ' WS-CODIGOCLI-HOST
                       ' SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ERRO-BANCO
           END-EVALUATE.
      *
       1200-ALTERA-BOUNCE.
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_BOUNCE
                  SET EMAIL_CLI       = :WS-BNC-EMAIL-HOST,
                      QT_HARD_CONSEC  = :WS-BNC-CONSEC-HOST,
                      QT_HARD_TOTAL   = :WS-BNC-TOTAL-HOST,
                      DT_ULT_BOUNCE   = :WS-BNC-DTULT-HOST,
                      SMTP_ULT_BOUNCE = :WS-BNC-SMTP-HOST,
                      SITUACAO_EMAIL  = :WS-BNC-SITUACAO-HOST,
                      DT_SITUACAO     = :WS-BNC-DTSIT-HOST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV59P10   ERRO UPDATE CLIENTPJ_BOUNCE - '
                   'CODIGO: ' WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ERRO-BANCO
           END-IF.
      *
       1250-INCLUI-BOUNCE.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_BOUNCE (
                   CODIGO_CLI, EMAIL_CLI, QT_HARD_CONSEC,
                   QT_HARD_TOTAL, DT_ULT_BOUNCE, SMTP_ULT_BOUNCE,
                   SITUACAO_EMAIL, DT_SITUACAO
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-BNC-EMAIL-HOST,
                   :WS-BNC-CONSEC-HOST, :WS-BNC-TOTAL-HOST,
                   :WS-BNC-DTULT-HOST, :WS-BNC-SMTP-HOST,
                   :WS-BNC-SITUACAO-HOST, :WS-BNC-DTSIT-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV59P10   ERRO INSERT CLIENTPJ_BOUNCE - '
                   'CODIGO: ' WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ERRO-BANCO
           END-IF.
      *
       1300-EXCLUI-BOUNCE.
           EXEC SQL
               DELETE FROM ALUNO06.CLIENTPJ_BOUNCE
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DEV59P10   ERRO DELETE CLIENTPJ_BOUNCE - '
                   'CODIGO: ' WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               MOVE 'S' TO WS-ERRO-BANCO
           END-IF.
      *
      * LISTA PARA O GERENTE DE CONTA - TODO ENDERECO NAO ENTREGAVEL
      * QUE AINDA E O EMAIL_CLI DO CLIENTE. QUANDO O EMAIL_CLI JA E
      * OUTRO (CORRIGIDO POR UM REGISTRO 'A'), OU O CLIENTE NAO ESTA
      * MAIS EM CLIENTPJ, A LINHA E EXCLUIDA - O NAO ENTREGAVEL SAI
      * UMA ULTIMA VEZ COMO CORRIGIDO. O CURSOR E WITH HOLD PORQUE
      * CADA EXCLUSAO E CONFIRMADA NA HORA.
       2000-LISTA-NAO-ENTREGAVEIS.
           MOVE 'N' TO WS-FIM-CURSOR-BNC
           EXEC SQL OPEN C-BOUNCE END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV59P10   ERRO OPEN C-BOUNCE - SQLCODE: '
                   SQLCODE
               ADD 1 TO WS-TOT-ERROS
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 2050-FETCH-BOUNCE
           PERFORM UNTIL WS-FIM-CURSOR-BNC = 'S'
               PERFORM 2100-CONFERE-BOUNCE
               PERFORM 2050-FETCH-BOUNCE
           END-PERFORM
      *
           EXEC SQL CLOSE C-BOUNCE END-EXEC.
      *
       2050-FETCH-BOUNCE.
           EXEC SQL
               FETCH C-BOUNCE
                 INTO :WS-CODIGOCLI-HOST, :WS-BNC-EMAIL-HOST,
                      :WS-BNC-CONSEC-HOST, :WS-BNC-SITUACAO-HOST,
                      :WS-BNC-DTSIT-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR-BNC
           END-IF.
      *
       2100-CONFERE-BOUNCE.
           MOVE SPACES TO WS-RAZAOSOCIAL-HOST
           MOVE SPACES TO WS-EMAIL-HOST
           EXEC SQL
               SELECT RAZSOCIAL_CLI, EMAIL_CLI
                 INTO :WS-RAZAOSOCIAL-HOST, :WS-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'DEV59P10   ERRO SELECT CLIENTPJ - CODIGO: '
                   WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
               EXIT PARAGRAPH
           END-IF
      *
           IF SQLCODE = 0 AND WS-EMAIL-HOST = WS-BNC-EMAIL-HOST
               IF BNC-NAO-ENTREGAVEL
                   ADD 1 TO WS-TOT-NAO-ENTREG
                   MOVE 'NAO ENTREGAVEL' TO BNC-LD1-OCORRENCIA
                   PERFORM 7000-IMPRIME-CLIENTE
               END-IF
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'N' TO WS-ERRO-BANCO
           PERFORM 1300-EXCLUI-BOUNCE
           IF HOUVE-ERRO-BANCO
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO WS-TOT-ERROS
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF BNC-NAO-ENTREGAVEL
               ADD 1 TO WS-TOT-CORRIGIDOS
               MOVE 'EMAIL CORRIGIDO' TO BNC-LD1-OCORRENCIA
               MOVE WS-BNC-EMAIL-HOST TO WS-EMAIL-HOST
               PERFORM 7000-IMPRIME-CLIENTE
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO BNC-CB1-DATA
           MOVE WS-REL-PAGINA TO BNC-CB1-PAG
           WRITE REG-RLBOUNCE FROM BNC-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLBOUNCE FROM BNC-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
      * LINHA DE UM CLIENTE - A OCORRENCIA JA VEM PREENCHIDA. A DATA
      * E A DESDE QUANDO O ENDERECO ESTA NAO ENTREGAVEL.
       7000-IMPRIME-CLIENTE.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CODIGOCLI-HOST TO BNC-LD1-CODIGOCLI
           MOVE WS-RAZAOSOCIAL-HOST TO BNC-LD1-RAZSOCIAL
           MOVE WS-EMAIL-HOST TO BNC-LD1-EMAIL
           MOVE WS-BNC-CONSEC-HOST TO BNC-LD1-QTDE
           MOVE WS-BNC-DTSIT-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO BNC-LD1-DATA
           WRITE REG-RLBOUNCE FROM BNC-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
      * DEVOLUCAO DEFINITIVA QUE NAO CASA COM NENHUM CLIENTE PELO
      * EMAIL ATUAL - EMAIL JA TROCADO OU CLIENTE JA ARQUIVADO.
       7100-IMPRIME-NAO-LOCALIZADA.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'NAO LOCALIZADA' TO BNC-LD1-OCORRENCIA
           IF DVL-CODIGOCLI IS NUMERIC
               MOVE DVL-CODIGOCLI TO BNC-LD1-CODIGOCLI
           ELSE
               MOVE ZEROS TO BNC-LD1-CODIGOCLI
           END-IF
           MOVE SPACES TO BNC-LD1-RAZSOCIAL
           MOVE DVL-EMAIL TO BNC-LD1-EMAIL
           MOVE ZEROS TO BNC-LD1-QTDE
           IF DVL-DATA-EVENTO IS NUMERIC
               MOVE DVL-DATA-EVENTO TO WS-EDT-DATA
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X TO BNC-LD1-DATA
           ELSE
               MOVE SPACES TO BNC-LD1-DATA
           END-IF
           WRITE REG-RLBOUNCE FROM BNC-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7900-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 3 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-LIDOS TO BNC-TOT-LIDOS
           MOVE WS-TOT-NAO-LOCALIZ TO BNC-TOT-NAO-LOCALIZ
           MOVE WS-TOT-NOVOS TO BNC-TOT-NOVOS
           MOVE WS-TOT-NAO-ENTREG TO BNC-TOT-NAO-ENTREG
           MOVE WS-TOT-CORRIGIDOS TO BNC-TOT-CORRIGIDOS
           WRITE REG-RLBOUNCE FROM BNC-TOTAIS AFTER ADVANCING 2 LINES
           WRITE REG-RLBOUNCE FROM BNC-TOTAIS2 AFTER ADVANCING 1 LINES.
