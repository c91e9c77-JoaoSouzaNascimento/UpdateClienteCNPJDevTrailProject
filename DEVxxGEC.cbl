       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV60P10.
      *
      *----------------------------------------------------------------*
      * CARGA/MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS DEVGRECO.    *
      * O DEV07P10 E O DEV31P10 AGRUPAM OS CLIENTES SO PELA RAIZ DE    *
      * CNPJ, ENTAO UMA HOLDING QUE CONTROLA EMPRESAS COM RAIZES       *
      * DIFERENTES APARECE COMO VARIAS EXPOSICOES PEQUENAS. O DEVGRECO *
      * LIGA ESSAS RAIZES A UM UNICO CODIGO DE GRUPO ECONOMICO, COM    *
      * NOME E LIMITE DE CREDITO PROPRIOS. LE UM ARQUIVO DE MOVIMENTOS *
      * (DEV60MOV), CRITICA CADA MOVIMENTO - A RAIZ VINCULADA PRECISA  *
      * TER AO MENOS UM CLIENTE ATIVO EM ALUNO06.CLIENTPJ E NAO PODE   *
      * PERTENCER A OUTRO GRUPO - E APLICA NO DEVGRECO, DEPOIS DE      *
      * COPIAR A VERSAO ANTERIOR INTEIRA PARA O SNAPSHOT DEVGREBK      *
      * (MESMO CUIDADO DO DEV35P10 COM O DEVLIMCR). O RELATORIO        *
      * RLCARGEC MOSTRA O QUE MUDOU, COM O LIMITE ANTERIOR E O NOVO    *
      * LADO A LADO, E OS MOVIMENTOS RECUSADOS COM O MOTIVO.           *
      * RETURN CODE 4 = NENHUM MOVIMENTO  8 = MOVIMENTO REJEITADO.     *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'DEV60MOV'
               FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT ARQ-GRUPOS ASSIGN TO 'DEVGRECO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGE-CHAVE
               FILE STATUS IS WS-FS-GRUPOS.
           SELECT ARQ-GRUPOS-ANTES ASSIGN TO 'DEVGREBK'
               FILE STATUS IS WS-FS-ANTES.
           SELECT ARQ-RLCARGEC ASSIGN TO 'RLCARGEC'
               FILE STATUS IS WS-FS-RLCARGEC.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * MOVIMENTOS DO CADASTRO DE GRUPOS ECONOMICOS -
      * 'I' INCLUI UM GRUPO NOVO (NOME OBRIGATORIO, LIMITE OPCIONAL),
      * 'A' ALTERA NOME E/OU LIMITE DO GRUPO (NOME EM BRANCO MANTEM O
      * ATUAL), 'E' EXCLUI O GRUPO (SO SEM RAIZ VINCULADA),
      * 'V' VINCULA A RAIZ MOV-CNPJ AO GRUPO, 'D' DESVINCULA A RAIZ.
      * O LIMITE VEM EM DISPLAY COM DUAS CASAS IMPLICITAS.
       FD ARQ-MOVIMENTOS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-MOVIMENTOS.
           05 MOV-OPERACAO             PIC X(001).
               88 MOV-INCLUSAO                     VALUE 'I'.
               88 MOV-ALTERACAO                    VALUE 'A'.
               88 MOV-EXCLUSAO                     VALUE 'E'.
               88 MOV-VINCULO                      VALUE 'V'.
               88 MOV-DESVINCULO                   VALUE 'D'.
           05 MOV-GRUPO                PIC X(006).
           05 MOV-CNPJ                 PIC X(008).
           05 MOV-NOME                 PIC X(040).
           05 MOV-LIMITE               PIC 9(013)V99.
           05 FILLER                   PIC X(010).
      *
      * CADASTRO DE GRUPOS ECONOMICOS - LAYOUT DEVGECCL.
       FD ARQ-GRUPOS
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-GRUPOS.
           05 RGE-CHAVE                PIC X(014).
           05 FILLER                   PIC X(076).
      *
      * SNAPSHOT SEQUENCIAL DO DEVGRECO ANTES DESTA CARGA.
       FD ARQ-GRUPOS-ANTES
           RECORDING MODE F
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-GRUPOS-ANTES         PIC X(090).
      *
       FD ARQ-RLCARGEC
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCARGEC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVGECRL.
      *
           COPY DEVGECCL.
      *
       01 WS-FS-MOVIMENTOS         PIC XX VALUE SPACES.
       01 WS-FS-GRUPOS             PIC XX VALUE SPACES.
       01 WS-FS-ANTES              PIC XX VALUE SPACES.
       01 WS-FS-RLCARGEC           PIC XX VALUE SPACES.
       01 WS-FIM-MOVIMENTOS        PIC X VALUE 'N'.
      *
       01 WS-CNPJ-HOST             PIC X(8) VALUE SPACES.
       01 WS-QTD-ATIVOS-HOST       PIC 9(7) VALUE ZEROS.
      *
       01 WS-LIMITE-ANTERIOR       PIC 9(013)V99 VALUE ZEROS.
       01 WS-NOME-ANTERIOR         PIC X(040) VALUE SPACES.
       01 WS-TEM-GRUPO             PIC X VALUE 'N'.
           88 GRUPO-JA-CADASTRADO             VALUE 'S'.
       01 WS-MOTIVO-ERRO           PIC X(030) VALUE SPACES.
      *
      * RAIZES JA VINCULADAS A ALGUM GRUPO - CARREGADA NO SNAPSHOT E
      * MANTIDA A CADA 'V'/'D', PARA A CRITICA "UMA RAIZ, UM GRUPO"
      * SEM VARRER O CADASTRO A CADA MOVIMENTO.
       01 WS-TAB-RAIZES.
           05 WS-QTD-RAIZES        PIC 9(005) COMP VALUE ZEROS.
           05 WS-RAIZ-ENTRADA      OCCURS 5000 TIMES
                                   INDEXED BY IX-RAIZ.
               10 WS-RAIZ-CNPJ     PIC X(008).
               10 WS-RAIZ-GRUPO    PIC X(006).
       01 WS-MAX-RAIZES            PIC 9(005) COMP VALUE 5000.
       01 WS-RAIZ-ACHADA           PIC X VALUE 'N'.
           88 RAIZ-JA-VINCULADA               VALUE 'S'.
       01 WS-GRUPO-DA-RAIZ         PIC X(006) VALUE SPACES.
       01 WS-QTD-RAIZES-GRUPO      PIC 9(005) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-APLICADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REJEITADOS    PIC 9(007) VALUE ZEROS.
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
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV60P10   INICIO DO PROCESSAMENTO'
      *
           OPEN INPUT ARQ-MOVIMENTOS
           IF WS-FS-MOVIMENTOS NOT = '00'
               DISPLAY 'DEV60P10   ERRO AO ABRIR DEV60MOV - STATUS: '
                   WS-FS-MOVIMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLCARGEC
           IF WS-FS-RLCARGEC NOT = '00'
               DISPLAY 'DEV60P10   ERRO AO ABRIR RLCARGEC - STATUS: '
                   WS-FS-RLCARGEC
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-MOVIMENTOS
               GOBACK
           END-IF
      *
           PERFORM 0100-SNAPSHOT-ANTERIOR
           PERFORM 0200-ABRE-CADASTRO
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
      *
           DISPLAY 'DEV60P10   MOVIMENTOS LIDOS...............: '
               WS-TOT-LIDOS
           DISPLAY 'DEV60P10   MOVIMENTOS APLICADOS...........: '
               WS-TOT-APLICADOS
           DISPLAY 'DEV60P10   MOVIMENTOS REJEITADOS..........: '
               WS-TOT-REJEITADOS
           DISPLAY 'DEV60P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           CLOSE ARQ-MOVIMENTOS ARQ-GRUPOS ARQ-RLCARGEC
           GOBACK.
      *
      * COPIA O DEVGRECO ATUAL, EM ORDEM DE CHAVE, PARA O SNAPSHOT
      * SEQUENCIAL DEVGREBK ANTES DE QUALQUER ALTERACAO E CARREGA A
      * TABELA DE RAIZES VINCULADAS. UM CADASTRO AINDA INEXISTENTE
      * (PRIMEIRA CARGA) GERA UM SNAPSHOT VAZIO.
       0100-SNAPSHOT-ANTERIOR.
           OPEN INPUT ARQ-GRUPOS
           IF WS-FS-GRUPOS NOT = '00' AND WS-FS-GRUPOS NOT = '05'
              AND WS-FS-GRUPOS NOT = '35'
               DISPLAY 'DEV60P10   ERRO AO ABRIR DEVGRECO - STATUS: '
                   WS-FS-GRUPOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-GRUPOS-ANTES
           IF WS-FS-ANTES NOT = '00'
               DISPLAY 'DEV60P10   ERRO AO ABRIR DEVGREBK - STATUS: '
                   WS-FS-ANTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           IF WS-FS-GRUPOS = '00'
               PERFORM 0110-COPIA-PROXIMO
               PERFORM UNTIL WS-FS-GRUPOS NOT = '00'
                   WRITE REG-GRUPOS-ANTES FROM GRE-REGISTRO
                   IF NOT GRE-REG-GRUPO
                       PERFORM 0120-CARREGA-RAIZ
                   END-IF
                   PERFORM 0110-COPIA-PROXIMO
               END-PERFORM
               CLOSE ARQ-GRUPOS
           END-IF
      *
           CLOSE ARQ-GRUPOS-ANTES.
      *
       0110-COPIA-PROXIMO.
           READ ARQ-GRUPOS NEXT RECORD INTO GRE-REGISTRO
               AT END MOVE '10' TO WS-FS-GRUPOS
           END-READ.
      *
       0120-CARREGA-RAIZ.
           IF WS-QTD-RAIZES NOT < WS-MAX-RAIZES
               DISPLAY 'DEV60P10   TABELA DE RAIZES ESTOURADA - '
                   'AUMENTAR WS-TAB-RAIZES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-QTD-RAIZES
           MOVE GRE-CNPJ  TO WS-RAIZ-CNPJ (WS-QTD-RAIZES)
           MOVE GRE-GRUPO TO WS-RAIZ-GRUPO (WS-QTD-RAIZES).
      *
      * ABRE O CADASTRO PARA ATUALIZACAO, CRIANDO-O VAZIO NA PRIMEIRA
      * CARGA (MESMA TECNICA DO DEV35P10).
       0200-ABRE-CADASTRO.
           OPEN I-O ARQ-GRUPOS
           IF WS-FS-GRUPOS NOT = '00'
               OPEN OUTPUT ARQ-GRUPOS
               CLOSE ARQ-GRUPOS
               OPEN I-O ARQ-GRUPOS
           END-IF
           IF WS-FS-GRUPOS NOT = '00'
               DISPLAY 'DEV60P10   ERRO AO ABRIR DEVGRECO - STATUS: '
                   WS-FS-GRUPOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       0150-LE-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END MOVE 'S' TO WS-FIM-MOVIMENTOS
           END-READ.
      *
       1000-TRATA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-ERRO
           MOVE ZEROS TO WS-LIMITE-ANTERIOR
           MOVE SPACES TO WS-NOME-ANTERIOR
           PERFORM 0300-CONSULTA-GRUPO
           IF MOV-VINCULO OR MOV-DESVINCULO
               PERFORM 0350-CONSULTA-RAIZ
           END-IF
      *
           EVALUATE TRUE
               WHEN NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                    AND NOT MOV-EXCLUSAO AND NOT MOV-VINCULO
                    AND NOT MOV-DESVINCULO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-GRUPO = SPACES
                   MOVE 'GRUPO EM BRANCO' TO WS-MOTIVO-ERRO
               WHEN MOV-INCLUSAO AND GRUPO-JA-CADASTRADO
                   MOVE 'GRUPO JA CADASTRADO' TO WS-MOTIVO-ERRO
               WHEN NOT MOV-INCLUSAO AND NOT GRUPO-JA-CADASTRADO
                   MOVE 'GRUPO NAO CADASTRADO' TO WS-MOTIVO-ERRO
               WHEN MOV-INCLUSAO AND MOV-NOME = SPACES
                   MOVE 'NOME EM BRANCO' TO WS-MOTIVO-ERRO
      *        LIMITE ZERO E ACEITO - GRUPO SEM LIMITE PROPRIO, SO
      *        ACOMPANHADO NA EXPOSICAO CONSOLIDADA.
               WHEN (MOV-INCLUSAO OR MOV-ALTERACAO)
                    AND MOV-LIMITE IS NOT NUMERIC
                   MOVE 'LIMITE NAO NUMERICO' TO WS-MOTIVO-ERRO
               WHEN MOV-EXCLUSAO AND WS-QTD-RAIZES-GRUPO > 0
                   MOVE 'GRUPO COM RAIZ VINCULADA' TO WS-MOTIVO-ERRO
               WHEN (MOV-VINCULO OR MOV-DESVINCULO)
                    AND MOV-CNPJ = SPACES
                   MOVE 'CNPJ EM BRANCO' TO WS-MOTIVO-ERRO
               WHEN MOV-VINCULO AND RAIZ-JA-VINCULADA
                   MOVE SPACES TO WS-MOTIVO-ERRO
                   STRING 'RAIZ JA NO GRUPO ' DELIMITED BY SIZE
                          WS-GRUPO-DA-RAIZ DELIMITED BY SIZE
                     INTO WS-MOTIVO-ERRO
                   END-STRING
               WHEN MOV-DESVINCULO
                    AND (NOT RAIZ-JA-VINCULADA
                      OR WS-GRUPO-DA-RAIZ NOT = MOV-GRUPO)
                   MOVE 'RAIZ NAO VINCULADA AO GRUPO' TO WS-MOTIVO-ERRO
               WHEN MOV-VINCULO AND WS-QTD-RAIZES NOT < WS-MAX-RAIZES
                   MOVE 'TABELA DE RAIZES CHEIA' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-MOTIVO-ERRO = SPACES AND MOV-VINCULO
               PERFORM 0400-CONSULTA-CLIENTES-ATIVOS
               IF WS-QTD-ATIVOS-HOST = 0
                   MOVE 'SEM CLIENTE ATIVO NA RAIZ' TO WS-MOTIVO-ERRO
               END-IF
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
               EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   INITIALIZE GRE-REGISTRO
                   MOVE MOV-GRUPO  TO GRE-GRUPO
                   MOVE SPACES     TO GRE-CNPJ
                   MOVE MOV-NOME   TO GRE-NOME
                   MOVE MOV-LIMITE TO GRE-LIMITE
                   MOVE WS-DATA-PROCESSAMENTO TO GRE-DTATLZ
                   MOVE GRE-CHAVE TO RGE-CHAVE
                   WRITE REG-GRUPOS FROM GRE-REGISTRO
                   MOVE 'INCLUIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-ALTERACAO
                   IF MOV-NOME NOT = SPACES
                       MOVE MOV-NOME TO GRE-NOME
                   END-IF
                   MOVE MOV-LIMITE TO GRE-LIMITE
                   MOVE WS-DATA-PROCESSAMENTO TO GRE-DTATLZ
                   REWRITE REG-GRUPOS FROM GRE-REGISTRO
                   MOVE 'ALTERADO' TO WS-MOTIVO-ERRO
               WHEN MOV-EXCLUSAO
                   DELETE ARQ-GRUPOS
                   MOVE 'EXCLUIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-VINCULO
                   INITIALIZE GRE-REGISTRO
                   MOVE MOV-GRUPO TO GRE-GRUPO
                   MOVE MOV-CNPJ  TO GRE-CNPJ
                   MOVE WS-DATA-PROCESSAMENTO TO GRE-DTATLZ
                   MOVE GRE-CHAVE TO RGE-CHAVE
                   WRITE REG-GRUPOS FROM GRE-REGISTRO
                   MOVE 'RAIZ VINCULADA' TO WS-MOTIVO-ERRO
               WHEN MOV-DESVINCULO
                   MOVE MOV-GRUPO TO GRE-GRUPO
                   MOVE MOV-CNPJ  TO GRE-CNPJ
                   MOVE GRE-CHAVE TO RGE-CHAVE
                   DELETE ARQ-GRUPOS
                   MOVE 'RAIZ DESVINCULADA' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-FS-GRUPOS NOT = '00'
               DISPLAY 'DEV60P10   ERRO AO GRAVAR DEVGRECO - GRUPO: '
                   MOV-GRUPO ' CNPJ: ' MOV-CNPJ
                   ' STATUS: ' WS-FS-GRUPOS
               ADD 1 TO WS-TOT-REJEITADOS
               MOVE 'ERRO DE GRAVACAO' TO WS-MOTIVO-ERRO
               PERFORM 7200-IMPRIME-REJEITADO
           ELSE
               PERFORM 1100-ATUALIZA-TABELA
               ADD 1 TO WS-TOT-APLICADOS
               PERFORM 7100-IMPRIME-APLICADO
           END-IF.
      *
      * MANTEM A TABELA DE RAIZES EM DIA COM O QUE FOI GRAVADO - A
      * RAIZ DESVINCULADA TEM A POSICAO LIMPA (PODE SER VINCULADA A
      * OUTRO GRUPO NO MESMO MOVIMENTO).
       1100-ATUALIZA-TABELA.
           EVALUATE TRUE
               WHEN MOV-VINCULO
                   PERFORM 0120-CARREGA-RAIZ
               WHEN MOV-DESVINCULO
                   MOVE SPACES TO WS-RAIZ-CNPJ (IX-RAIZ)
                   MOVE SPACES TO WS-RAIZ-GRUPO (IX-RAIZ)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * LE O REGISTRO MESTRE DO GRUPO DO MOVIMENTO - NOME E LIMITE
      * ANTERIORES SAEM NO RELATORIO AO LADO DOS NOVOS - E CONTA AS
      * RAIZES VINCULADAS A ELE (CRITICA DA EXCLUSAO).
       0300-CONSULTA-GRUPO.
           MOVE 'N' TO WS-TEM-GRUPO
           MOVE ZEROS TO WS-QTD-RAIZES-GRUPO
           MOVE MOV-GRUPO TO GRE-GRUPO
           MOVE SPACES    TO GRE-CNPJ
           MOVE GRE-CHAVE TO RGE-CHAVE
           READ ARQ-GRUPOS INTO GRE-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-GRUPO
                   MOVE GRE-LIMITE TO WS-LIMITE-ANTERIOR
                   MOVE GRE-NOME TO WS-NOME-ANTERIOR
           END-READ
           IF GRUPO-JA-CADASTRADO AND MOV-EXCLUSAO
               PERFORM VARYING IX-RAIZ FROM 1 BY 1
                       UNTIL IX-RAIZ > WS-QTD-RAIZES
                   IF WS-RAIZ-GRUPO (IX-RAIZ) = MOV-GRUPO
                       ADD 1 TO WS-QTD-RAIZES-GRUPO
                   END-IF
               END-PERFORM
           END-IF.
      *
      * PROCURA A RAIZ DO MOVIMENTO NA TABELA - IX-RAIZ FICA NA
      * POSICAO ACHADA (USADA PELO 'D').
       0350-CONSULTA-RAIZ.
           MOVE 'N' TO WS-RAIZ-ACHADA
           MOVE SPACES TO WS-GRUPO-DA-RAIZ
           IF MOV-CNPJ = SPACES OR WS-QTD-RAIZES = 0
               EXIT PARAGRAPH
           END-IF
           SET IX-RAIZ TO 1
           SEARCH WS-RAIZ-ENTRADA
               AT END
                   CONTINUE
               WHEN IX-RAIZ > WS-QTD-RAIZES
                   CONTINUE
               WHEN WS-RAIZ-CNPJ (IX-RAIZ) = MOV-CNPJ
                   MOVE 'S' TO WS-RAIZ-ACHADA
                   MOVE WS-RAIZ-GRUPO (IX-RAIZ) TO WS-GRUPO-DA-RAIZ
           END-SEARCH.
      *
       0400-CONSULTA-CLIENTES-ATIVOS.
           MOVE MOV-CNPJ TO WS-CNPJ-HOST
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTD-ATIVOS-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                  AND DTINATIVA_CLI IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV60P10   ERRO NA CONSULTA - SQLCODE: '
                   SQLCODE
               MOVE ZEROS TO WS-QTD-ATIVOS-HOST
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO GEC-CB1-DATA
           MOVE WS-REL-PAGINA TO GEC-CB1-PAG
           WRITE REG-RLCARGEC FROM GEC-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLCARGEC FROM GEC-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7100-IMPRIME-APLICADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE MOV-OPERACAO TO GEC-LD1-OPERACAO
           MOVE MOV-GRUPO TO GEC-LD1-GRUPO
           MOVE MOV-CNPJ TO GEC-LD1-CNPJ
           MOVE WS-LIMITE-ANTERIOR TO GEC-LD1-LIMITE-ANT
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   MOVE MOV-NOME TO GEC-LD1-NOME
                   MOVE MOV-LIMITE TO GEC-LD1-LIMITE-NOVO
               WHEN MOV-ALTERACAO
                   MOVE GRE-NOME TO GEC-LD1-NOME
                   MOVE MOV-LIMITE TO GEC-LD1-LIMITE-NOVO
               WHEN MOV-EXCLUSAO
                   MOVE WS-NOME-ANTERIOR TO GEC-LD1-NOME
                   MOVE ZEROS TO GEC-LD1-LIMITE-NOVO
               WHEN OTHER
                   MOVE WS-NOME-ANTERIOR TO GEC-LD1-NOME
                   MOVE WS-LIMITE-ANTERIOR TO GEC-LD1-LIMITE-NOVO
           END-EVALUATE
           MOVE WS-MOTIVO-ERRO TO GEC-LD1-SITUACAO
           WRITE REG-RLCARGEC FROM GEC-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-REJEITADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE MOV-OPERACAO TO GEC-LD1-OPERACAO
           MOVE MOV-GRUPO TO GEC-LD1-GRUPO
           MOVE MOV-CNPJ TO GEC-LD1-CNPJ
           IF MOV-NOME NOT = SPACES
               MOVE MOV-NOME TO GEC-LD1-NOME
           ELSE
               MOVE WS-NOME-ANTERIOR TO GEC-LD1-NOME
           END-IF
           MOVE WS-LIMITE-ANTERIOR TO GEC-LD1-LIMITE-ANT
           IF MOV-LIMITE IS NUMERIC
               MOVE MOV-LIMITE TO GEC-LD1-LIMITE-NOVO
           ELSE
               MOVE ZEROS TO GEC-LD1-LIMITE-NOVO
           END-IF
           MOVE SPACES TO GEC-LD1-SITUACAO
           STRING 'REJEITADO - ' DELIMITED BY SIZE
                  WS-MOTIVO-ERRO DELIMITED BY SIZE
             INTO GEC-LD1-SITUACAO
           END-STRING
           WRITE REG-RLCARGEC FROM GEC-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-APLICADOS TO GEC-TOT-APLICADOS
           MOVE WS-TOT-REJEITADOS TO GEC-TOT-REJEITADOS
           WRITE REG-RLCARGEC FROM GEC-TOTAIS AFTER ADVANCING 2 LINES.
