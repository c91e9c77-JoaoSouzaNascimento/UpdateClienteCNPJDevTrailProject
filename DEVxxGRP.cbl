      * SALDO_CLI E VRULTCOMPRA_CLI DE TODAS AS FILIALCNPJA_CLI DAQUELE*
      * GRUPO, PARA QUE O GERENTE DE CONTA ENXERGUE A EXPOSICAO TOTAL  *
      * DO GRUPO EMPRESARIAL EM VEZ DE UM NUMERO POR FILIAL.           *
      * EM SEGUIDA, NO RELATORIO RLGRECON, CONSOLIDA AS RAIZES LIGADAS *
      * A UM MESMO GRUPO ECONOMICO NO CADASTRO DEVGRECO (DEV60P10) -   *
      * UMA HOLDING COM EMPRESAS DE RAIZES DIFERENTES - COM O TOTAL DO *
      * GRUPO E O VALOR ACIMA DO LIMITE DO GRUPO, QUANDO HOUVER.       *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
       FILE-CONTROL.
           SELECT ARQ-RLGRUPO ASSIGN TO 'RLGRUPO'
               FILE STATUS IS WS-FS-RLGRUPO.
           SELECT ARQ-GRUPOS-ECO ASSIGN TO 'DEVGRECO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGE-CHAVE
               FILE STATUS IS WS-FS-GRUPOS-ECO.
           SELECT ARQ-RLGRECON ASSIGN TO 'RLGRECON'
               FILE STATUS IS WS-FS-RLGRECON.
      *
      *
       DATA DIVISION.
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLGRUPO              PIC X(132).
      *
      * CADASTRO DE GRUPOS ECONOMICOS - LAYOUT DEVGECCL, SOMENTE
      * LEITURA.
       FD ARQ-GRUPOS-ECO
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-GRUPOS-ECO.
           05 RGE-CHAVE                PIC X(014).
           05 FILLER                   PIC X(076).
      *
       FD ARQ-RLGRECON
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLGRECON             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVGRPCL.
      *
           COPY DEVGECCL.
      *
       01 WS-GRUPO-HOST.
           05 WS-NUMECNPJA-HOST        PIC X(8).
           05 WS-VRULTCOMPRA-HOST      PIC S9(13)V99.
      *
       01 WS-FS-RLGRUPO            PIC XX VALUE SPACES.
       01 WS-FS-GRUPOS-ECO         PIC XX VALUE SPACES.
       01 WS-FS-RLGRECON           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
      *
      * GRUPO ECONOMICO CORRENTE NA LEITURA DO DEVGRECO
       01 WS-GRUPO-ECO.
           05 WS-ECO-GRUPO             PIC X(006) VALUE SPACES.
           05 WS-ECO-NOME              PIC X(040) VALUE SPACES.
           05 WS-ECO-LIMITE            PIC 9(013)V99 VALUE ZEROS.
           05 WS-ECO-QTDFILIAIS        PIC 9(005) VALUE ZEROS.
           05 WS-ECO-SALDO             PIC S9(015)V99 COMP-3
                                                 VALUE ZEROS.
           05 WS-ECO-VRULTCOMPRA       PIC S9(015)V99 COMP-3
                                                 VALUE ZEROS.
           05 WS-ECO-EXCESSO           PIC S9(015)V99 COMP-3
                                                 VALUE ZEROS.
      *
       01 WS-RAIZ-HOST.
           05 WS-RAIZ-CNPJ-HOST        PIC X(8).
           05 WS-RAIZ-QTDFIL-HOST      PIC S9(5) USAGE COMP-3.
           05 WS-RAIZ-SALDO-HOST       PIC S9(13)V99.
           05 WS-RAIZ-VRULT-HOST       PIC S9(13)V99.
      *
       01 WS-CONTROLE.
           05 WS-TOT-GRUPOS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CLIENTES      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GRUPOS-ECO    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GRUPOS-ACIMA  PIC 9(007) VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-CTRL-ECO.
           05 WS-REL-PAGINA-ECO    PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA-ECO     PIC 9(002) VALUE 99.
       01 WS-REL-DATA.
           05 WS-REL-DATA-AA       PIC 9(004).
           05 WS-REL-DATA-MM       PIC 9(002).
           IF WS-TOT-GRUPOS > 0
               PERFORM 7000-IMPRIME-TOTAIS
           END-IF
      *
           PERFORM 3000-EXPOSICAO-GRUPO-ECO
      *
           DISPLAY 'DEV07P10   TOTAL DE GRUPOS EMITIDOS........: '
               WS-TOT-GRUPOS
           DISPLAY 'DEV07P10   TOTAL DE CLIENTES CONSOLIDADOS..: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV07P10   GRUPOS ECONOMICOS EMITIDOS......: '
               WS-TOT-GRUPOS-ECO
           DISPLAY 'DEV07P10   GRUPOS ECONOMICOS ACIMA DO LIM..: '
               WS-TOT-GRUPOS-ACIMA
           DISPLAY 'DEV07P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-GRUPOS = 0
           ADD 1 TO WS-TOT-GRUPOS
           ADD WS-QTDFILIAIS-HOST TO WS-TOT-CLIENTES
           PERFORM 7100-IMPRIME-GRUPO.
      *
      * EXPOSICAO POR GRUPO ECONOMICO - O DEVGRECO E LIDO EM ORDEM DE
      * CHAVE, ENTAO O REGISTRO MESTRE DE CADA GRUPO VEM ANTES DAS
      * SUAS RAIZES. CADASTRO AINDA NAO CRIADO SO GERA O AVISO.
       3000-EXPOSICAO-GRUPO-ECO.
           OPEN OUTPUT ARQ-RLGRECON
           IF WS-FS-RLGRECON NOT = '00'
               DISPLAY 'DEV07P10   ERRO AO ABRIR RLGRECON - STATUS: '
                   WS-FS-RLGRECON
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0550-CABECALHO-GRUPO-ECO
      *
           OPEN INPUT ARQ-GRUPOS-ECO
           IF WS-FS-GRUPOS-ECO NOT = '00'
               DISPLAY 'DEV07P10   DEVGRECO NAO DISPONIVEL - STATUS: '
                   WS-FS-GRUPOS-ECO
               MOVE 'CADASTRO DE GRUPOS ECONOMICOS NAO DISPONIVEL'
                   TO GRP-LD2-MENSAGEM
               WRITE REG-RLGRECON FROM GRP-LINDET2
                   AFTER ADVANCING 2 LINES
               CLOSE ARQ-RLGRECON
               EXIT PARAGRAPH
           END-IF
      *
           MOVE SPACES TO WS-ECO-GRUPO
           PERFORM 3050-LE-GRUPO-ECO
           PERFORM UNTIL WS-FS-GRUPOS-ECO NOT = '00'
               IF GRE-REG-GRUPO
                   PERFORM 3200-FECHA-GRUPO-ECO
                   PERFORM 3100-ABRE-GRUPO-ECO
               ELSE
                   IF GRE-GRUPO = WS-ECO-GRUPO
                       PERFORM 3150-SOMA-RAIZ
                   END-IF
               END-IF
               PERFORM 3050-LE-GRUPO-ECO
           END-PERFORM
           PERFORM 3200-FECHA-GRUPO-ECO
      *
           IF WS-TOT-GRUPOS-ECO = 0
               MOVE 'NENHUM GRUPO ECONOMICO CADASTRADO'
                   TO GRP-LD2-MENSAGEM
               WRITE REG-RLGRECON FROM GRP-LINDET2
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE WS-TOT-GRUPOS-ECO TO GRP-TOT-GRUPOS-ECO
           MOVE WS-TOT-GRUPOS-ACIMA TO GRP-TOT-GRUPOS-ACIMA
           WRITE REG-RLGRECON FROM GRP-TOTAIS2 AFTER ADVANCING 2 LINES
      *
           CLOSE ARQ-GRUPOS-ECO ARQ-RLGRECON.
      *
       3050-LE-GRUPO-ECO.
           READ ARQ-GRUPOS-ECO NEXT RECORD INTO GRE-REGISTRO
               AT END MOVE '10' TO WS-FS-GRUPOS-ECO
           END-READ.
      *
       3100-ABRE-GRUPO-ECO.
           MOVE GRE-GRUPO  TO WS-ECO-GRUPO
           MOVE GRE-NOME   TO WS-ECO-NOME
           MOVE GRE-LIMITE TO WS-ECO-LIMITE
           MOVE ZEROS TO WS-ECO-QTDFILIAIS WS-ECO-SALDO
                         WS-ECO-VRULTCOMPRA WS-ECO-EXCESSO
           ADD 1 TO WS-TOT-GRUPOS-ECO
           IF WS-REL-LINHA-ECO + 3 > WS-REL-MAX-LINHAS
               PERFORM 0550-CABECALHO-GRUPO-ECO
           END-IF
           MOVE WS-ECO-GRUPO TO GRP-LD3-GRUPO
           MOVE WS-ECO-NOME  TO GRP-LD3-NOME
           IF WS-ECO-LIMITE > 0
               MOVE WS-ECO-LIMITE TO GRP-LD3-LIMITE
           ELSE
               MOVE 'SEM LIMITE' TO GRP-LD3-SEM-LIMITE
           END-IF
           WRITE REG-RLGRECON FROM GRP-LINDET3 AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA-ECO.
      *
      * SOMA AS FILIAIS ATIVAS DE UMA RAIZ DO GRUPO - A RAIZ QUE NAO
      * TEM MAIS CLIENTE ATIVO CONTINUA LISTADA, ZERADA.
       3150-SOMA-RAIZ.
           MOVE GRE-CNPJ TO WS-RAIZ-CNPJ-HOST
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SALDO_CLI), 0),
                      COALESCE(SUM(VRULTCOMPRA_CLI), 0)
                 INTO :WS-RAIZ-QTDFIL-HOST, :WS-RAIZ-SALDO-HOST,
                      :WS-RAIZ-VRULT-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-RAIZ-CNPJ-HOST
                  AND DTINATIVA_CLI IS NULL
           END-EXEC
           MOVE SPACES TO GRP-LD4-OBSERVACAO
           IF SQLCODE NOT = 0
               DISPLAY 'DEV07P10   ERRO NA RAIZ ' WS-RAIZ-CNPJ-HOST
                   ' - SQLCODE: ' SQLCODE
               MOVE ZEROS TO WS-RAIZ-QTDFIL-HOST WS-RAIZ-SALDO-HOST
                             WS-RAIZ-VRULT-HOST
               MOVE 'ERRO NA CONSULTA' TO GRP-LD4-OBSERVACAO
           ELSE
               IF WS-RAIZ-QTDFIL-HOST = 0
                   MOVE 'SEM CLIENTE ATIVO' TO GRP-LD4-OBSERVACAO
               END-IF
           END-IF
           ADD WS-RAIZ-QTDFIL-HOST TO WS-ECO-QTDFILIAIS
           ADD WS-RAIZ-SALDO-HOST  TO WS-ECO-SALDO
           ADD WS-RAIZ-VRULT-HOST  TO WS-ECO-VRULTCOMPRA
      *
           IF WS-REL-LINHA-ECO + 1 > WS-REL-MAX-LINHAS
               PERFORM 0550-CABECALHO-GRUPO-ECO
           END-IF
           MOVE WS-RAIZ-CNPJ-HOST   TO GRP-LD4-CNPJ
           MOVE WS-RAIZ-QTDFIL-HOST TO GRP-LD4-QTDFILIAIS
           MOVE WS-RAIZ-SALDO-HOST  TO GRP-LD4-SALDO
           MOVE WS-RAIZ-VRULT-HOST  TO GRP-LD4-VRULTCOMPRA
           WRITE REG-RLGRECON FROM GRP-LINDET4 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA-ECO.
      *
       3200-FECHA-GRUPO-ECO.
           IF WS-ECO-GRUPO = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REL-LINHA-ECO + 1 > WS-REL-MAX-LINHAS
               PERFORM 0550-CABECALHO-GRUPO-ECO
           END-IF
           MOVE WS-ECO-QTDFILIAIS  TO GRP-LD5-QTDFILIAIS
           MOVE WS-ECO-SALDO       TO GRP-LD5-SALDO
           MOVE WS-ECO-VRULTCOMPRA TO GRP-LD5-VRULTCOMPRA
           IF WS-ECO-LIMITE > 0 AND WS-ECO-SALDO > WS-ECO-LIMITE
               ADD 1 TO WS-TOT-GRUPOS-ACIMA
               COMPUTE WS-ECO-EXCESSO = WS-ECO-SALDO - WS-ECO-LIMITE
               MOVE WS-ECO-EXCESSO TO GRP-LD5-EXCESSO
           ELSE
               MOVE SPACES TO GRP-LD5-EXCESSO-X
           END-IF
           WRITE REG-RLGRECON FROM GRP-LINDET5 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA-ECO
           MOVE SPACES TO WS-ECO-GRUPO.
      *
       0550-CABECALHO-GRUPO-ECO.
           ADD 1 TO WS-REL-PAGINA-ECO
           MOVE WS-REL-DATA-EDIT TO GRP-CB3-DATA
           MOVE WS-REL-PAGINA-ECO TO GRP-CB3-PAG
           WRITE REG-RLGRECON FROM GRP-CABEC3 AFTER ADVANCING PAGE
           WRITE REG-RLGRECON FROM GRP-CABEC4 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA-ECO.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
