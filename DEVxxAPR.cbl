      * TODAS AS VALIDACOES E IMAGENS DE HISTORICO NORMAIS. AS NAO     *
      * APROVADAS PERMANECEM NA FILA (REGRAVADA EM DEV06PNW - A JCL    *
      * TROCA A GERACAO). NUMERO APROVADO QUE NAO CONSTA NA FILA E     *
      * APENAS AVISADO. JUNTO COM O LOTE SAI O MAPA DEV44MAP (NUMERO   *
      * DO DETALHE NO LOTE E SEQUENCIA DE APROVACAO), PARA QUE O       *
      * DEV06P10 GRAVE NAS IMAGENS DE HISTORICO QUAL APROVACAO         *
      * LIBEROU CADA OPERACAO.                                         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-RESTANTES.
           SELECT ARQ-APROVADOS ASSIGN TO 'DADOSAPR'
               FILE STATUS IS WS-FS-APROVADOS.
           SELECT ARQ-MAPA-APROV ASSIGN TO 'DEV44MAP'
               FILE STATUS IS WS-FS-MAPA-APROV.
      *
      *
       DATA DIVISION.
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-APROVADOS            PIC X(136).
      *
      * MAPA DO LOTE - UMA LINHA POR DETALHE LIBERADO, NA ORDEM DO
      * LOTE (LIDO PELO DEV06P10 EM MODO APROVADO).
       FD ARQ-MAPA-APROV
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-MAPA-APROV.
           05 MAP-NUM-REGISTRO     PIC 9(007).
           05 MAP-PND-SEQUENCIA    PIC 9(007).
           05 MAP-DATA-RETENCAO    PIC 9(008).
           05 FILLER               PIC X(018).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FS-PENDENTES          PIC XX VALUE SPACES.
       01 WS-FS-RESTANTES          PIC XX VALUE SPACES.
       01 WS-FS-APROVADOS          PIC XX VALUE SPACES.
       01 WS-FS-MAPA-APROV         PIC XX VALUE SPACES.
       01 WS-FIM-ARQUIVO           PIC X VALUE 'N'.
      *
       01 WS-CONTROLE.
               CLOSE ARQ-PENDENTES ARQ-RESTANTES
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-MAPA-APROV
           IF WS-FS-MAPA-APROV NOT = '00'
               DISPLAY 'DEV44P10   ERRO AO ABRIR DEV44MAP - STATUS: '
                   WS-FS-MAPA-APROV
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-PENDENTES ARQ-RESTANTES ARQ-APROVADOS
               GOBACK
           END-IF
      *
      *    O HEADER PRECISA DA QUANTIDADE LIBERADA ANTES DO PRIMEIRO
      *    DETALHE - PASSADA PREVIA SO DE CONTAGEM, RELENDO A FILA DO
           END-IF
      *
           CLOSE ARQ-PENDENTES ARQ-RESTANTES ARQ-APROVADOS
                 ARQ-MAPA-APROV
           GOBACK.
      *
      * LE DO SYSIN A QUANTIDADE E A LISTA DE SEQUENCIAS APROVADAS
               WRITE REG-APROVADOS FROM PRF-DADOSCLI
               ADD 1 TO WS-TOT-LIBERADAS
               ADD PRF-CODIGOCLI TO WS-CTRL-TOTAL-SAIDA
               MOVE SPACES TO REG-MAPA-APROV
               MOVE WS-TOT-LIBERADAS TO MAP-NUM-REGISTRO
               MOVE PND-SEQUENCIA TO MAP-PND-SEQUENCIA
               MOVE PND-DATA-RETENCAO TO MAP-DATA-RETENCAO
               WRITE REG-MAPA-APROV
               DISPLAY 'DEV44P10   LIBERADA SEQUENCIA: '
                   PND-SEQUENCIA
           ELSE
