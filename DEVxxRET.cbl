       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV56P10.
      *
      *----------------------------------------------------------------*
      * ARQUIVOS DE RETORNO DA CARGA DIARIA PARA AS ORIGENS. RODA LOGO *
      * APOS O DEV06P10 E LE O DEV06RET, ONDE A CARGA GRAVOU O         *
      * DESFECHO FINAL DE CADA REGISTRO DE CADA ARQUIVO DADOSCLI COM   *
      * IDENTIFICACAO DE GERACAO NO HEADER: APLICADO, SEM ALTERACAO,   *
      * RETIDO PARA APROVACAO (DEV06PND), AGENDADO OU REJEITADO COM O  *
      * CODIGO PADRONIZADO DO MOTIVO (DEVMOTRJ). GRAVA UM ARQUIVO POR  *
      * ORIGEM, COM HEADER ('H' + ORIGEM + DATA + QUANTIDADE) E        *
      * TRAILER ('T' + QUANTIDADE, QUANTIDADE POR DESFECHO E TOTAL DE  *
      * CONTROLE) PROPRIOS, PARA QUE O PARCEIRO CONCILIE O SEU LADO    *
      * SEM DEPENDER DE PEDACOS DO RLINCONS POR E-MAIL. O ARQUIVO DE   *
      * CADA ORIGEM E GRAVADO NO DDNAME DE NOME IGUAL A ORIGEM (ASSIGN *
      * DINAMICO, MESMA TECNICA DO ARQ-DADOSCLI DO DEV06P10) - UMA     *
      * ORIGEM SEM DD ALOCADO NA JCL SAI NO SYSOUT E O JOB TERMINA COM *
      * RETURN CODE 8. OS LOTES GERADOS PELO PROPRIO SISTEMA (ORIGENS  *
      * INSTRPER DO DEV68P10, DIGITADO DO DEV72P10 E RFRAZAO DO        *
      * DEV75P10) NAO TEM PARCEIRO A QUEM DEVOLVER - SAO SALTADOS SEM  *
      * DD, PARA QUE O RETURN CODE 8 CONTINUE SIGNIFICANDO UM PARCEIRO *
      * SEM DD NA JCL. O DEV06RET E UMA FILA DO QUE AINDA NAO FOI     *
      * DEVOLVIDO: NO FIM, UMA TERCEIRA PASSADA EXCLUI OS DESFECHOS    *
      * DAS ORIGENS CUJO RETORNO FOI GRAVADO (E OS DAS INTERNAS). UM   *
      * DIA SEM CARGA NAO REENVIA O RETORNO DA VESPERA, E O DESFECHO   *
      * DE ORIGEM SEM DD, OU DE UMA CARGA CUJO DEV56P10 NAO RODOU,     *
      * FICA PARA A PROXIMA EXECUCAO. RETURN CODE 4 = NENHUM REGISTRO  *
      * A RETORNAR  12 = ERRO NA EXCLUSAO (O QUE FICOU NO DEV06RET     *
      * SERA DEVOLVIDO DE NOVO).                                       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DESFECHOS ASSIGN TO 'DEV06RET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-CHAVE
               FILE STATUS IS WS-FS-DESFECHOS.
      * ASSIGN DINAMICO - O DDNAME ABERTO E A PROPRIA ORIGEM.
           SELECT ARQ-RETORNO ASSIGN TO WS-DDNAME-RETORNO
               FILE STATUS IS WS-FS-RETORNO.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * DESFECHOS GRAVADOS PELO DEV06P10 - LAYOUT RET-REGISTRO
      * (DEVRETCL), EM ORDEM DE ORIGEM/GERACAO/POSICAO NO ARQUIVO.
       FD ARQ-DESFECHOS
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-DESFECHOS.
           05 FILLER                   PIC X(001).
           05 RTN-CHAVE                PIC X(026).
           05 FILLER                   PIC X(173).
      *
       FD ARQ-RETORNO
           RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-RETORNO              PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVRETCL.
      *
           COPY DEVBKCLI.
      *
       01 WS-FS-DESFECHOS          PIC XX VALUE SPACES.
       01 WS-FS-RETORNO            PIC XX VALUE SPACES.
       01 WS-FIM-ARQUIVO           PIC X VALUE 'N'.
       01 WS-DDNAME-RETORNO        PIC X(008) VALUE SPACES.
       01 WS-RETORNO-ABERTO        PIC X VALUE 'N'.
           88 RETORNO-ABERTO                  VALUE 'S'.
      *
      * QUANTIDADE DE DETALHES POR ORIGEM, APURADA NA PRIMEIRA
      * PASSADA - O HEADER DE CADA ARQUIVO PRECISA DELA ANTES DO
      * PRIMEIRO DETALHE (MESMO PROBLEMA DO DEV33P10).
       01 WS-TAB-ORIGENS.
           05 WS-ORG-ENTRADA       OCCURS 100 TIMES.
               10 WS-ORG-ORIGEM        PIC X(008).
               10 WS-ORG-QTDE          PIC 9(007).
      *            'S' = RETORNO GRAVADO (OU ORIGEM INTERNA) - OS
      *            DESFECHOS SAEM DO DEV06RET NA TERCEIRA PASSADA.
               10 WS-ORG-BAIXAR        PIC X(001).
       01 WS-QTD-ORIGENS           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-ORIGENS           PIC 9(003) VALUE 100.
       01 WS-IND                   PIC 9(003) VALUE ZEROS.
       01 WS-ORIGEM-ATUAL          PIC X(008) VALUE SPACES.
      *    LOTES GERADOS INTERNAMENTE - SEM ARQUIVO DE RETORNO.
           88 ORIGEM-INTERNA       VALUE 'INSTRPER' 'DIGITADO'
                                         'RFRAZAO '.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-RETORNADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ARQUIVOS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-DD        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-INTERNAS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-BAIXADOS      PIC 9(007) VALUE ZEROS.
       01 WS-ERRO-BAIXA            PIC X VALUE 'N'.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           DISPLAY 'DEV56P10   INICIO DO PROCESSAMENTO'
      *
           OPEN INPUT ARQ-DESFECHOS
           IF WS-FS-DESFECHOS NOT = '00'
               DISPLAY 'DEV56P10   ERRO AO ABRIR DEV06RET - STATUS: '
                   WS-FS-DESFECHOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0100-CONTA-POR-ORIGEM
           CLOSE ARQ-DESFECHOS
      *
           IF WS-TOT-LIDOS > 0
               OPEN INPUT ARQ-DESFECHOS
               MOVE 'N' TO WS-FIM-ARQUIVO
               MOVE SPACES TO WS-ORIGEM-ATUAL
               PERFORM 0150-LE-PROXIMO
               PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
                   IF RET-ORIGEM NOT = WS-ORIGEM-ATUAL
                       PERFORM 2000-FECHA-RETORNO
                       PERFORM 1000-ABRE-RETORNO
                   END-IF
                   IF RETORNO-ABERTO
                       PERFORM 3000-GRAVA-DETALHE
                   END-IF
                   PERFORM 0150-LE-PROXIMO
               END-PERFORM
               PERFORM 2000-FECHA-RETORNO
               CLOSE ARQ-DESFECHOS
               PERFORM 4000-BAIXA-DESFECHOS
           END-IF
      *
           DISPLAY 'DEV56P10   DESFECHOS LIDOS................: '
               WS-TOT-LIDOS
           DISPLAY 'DEV56P10   DETALHES RETORNADOS............: '
               WS-TOT-RETORNADOS
           DISPLAY 'DEV56P10   ARQUIVOS DE RETORNO GRAVADOS...: '
               WS-TOT-ARQUIVOS
           DISPLAY 'DEV56P10   ORIGENS SEM DD DE RETORNO......: '
               WS-TOT-SEM-DD
           DISPLAY 'DEV56P10   ORIGENS INTERNAS SALTADAS......: '
               WS-TOT-INTERNAS
           DISPLAY 'DEV56P10   DESFECHOS BAIXADOS DO DEV06RET.: '
               WS-TOT-BAIXADOS
           DISPLAY 'DEV56P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-SEM-DD > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ERRO-BAIXA = 'S'
               MOVE 12 TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      * PRIMEIRA PASSADA - CONTA OS DETALHES DE CADA ORIGEM. O
      * ARQUIVO VEM NA ORDEM DA CHAVE, ENTAO CADA ORIGEM E UM BLOCO
      * CONTIGUO E A TABELA CRESCE SO NA QUEBRA.
       0100-CONTA-POR-ORIGEM.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZEROS TO WS-QTD-ORIGENS
           PERFORM 0150-LE-PROXIMO
           PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
               ADD 1 TO WS-TOT-LIDOS
               IF WS-QTD-ORIGENS = 0
                  OR RET-ORIGEM NOT = WS-ORG-ORIGEM (WS-QTD-ORIGENS)
                   IF WS-QTD-ORIGENS < WS-MAX-ORIGENS
                       ADD 1 TO WS-QTD-ORIGENS
                       MOVE RET-ORIGEM
                         TO WS-ORG-ORIGEM (WS-QTD-ORIGENS)
                       MOVE ZEROS TO WS-ORG-QTDE (WS-QTD-ORIGENS)
                       MOVE 'N'   TO WS-ORG-BAIXAR (WS-QTD-ORIGENS)
                   ELSE
                       DISPLAY 'DEV56P10   TABELA DE ORIGENS CHEIA - '
                           'AUMENTAR WS-MAX-ORIGENS'
                       MOVE 12 TO RETURN-CODE
                       CLOSE ARQ-DESFECHOS
                       GOBACK
                   END-IF
               END-IF
               ADD 1 TO WS-ORG-QTDE (WS-QTD-ORIGENS)
               PERFORM 0150-LE-PROXIMO
           END-PERFORM.
      *
       0150-LE-PROXIMO.
           READ ARQ-DESFECHOS NEXT RECORD INTO RET-REGISTRO
               AT END MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
      *
      * ABRE O RETORNO DA ORIGEM DO DETALHE CORRENTE E GRAVA O HEADER
      * COM A QUANTIDADE APURADA NA PRIMEIRA PASSADA. ORIGEM SEM DD
      * ALOCADO: OS DETALHES DELA SAO SALTADOS ATE A PROXIMA QUEBRA.
      * ORIGEM INTERNA: IDEM, SEM CONTAR COMO FALTA DE DD.
       1000-ABRE-RETORNO.
           MOVE RET-ORIGEM TO WS-ORIGEM-ATUAL
           MOVE RET-ORIGEM TO WS-DDNAME-RETORNO
           PERFORM 1100-LOCALIZA-ORIGEM
           IF ORIGEM-INTERNA
               DISPLAY 'DEV56P10   ORIGEM INTERNA SEM RETORNO: '
                   WS-ORIGEM-ATUAL
               ADD 1 TO WS-TOT-INTERNAS
               IF WS-IND NOT > WS-QTD-ORIGENS
                   MOVE 'S' TO WS-ORG-BAIXAR (WS-IND)
               END-IF
               EXIT PARAGRAPH
           END-IF
           INITIALIZE RET-TRAILER
           MOVE 'T' TO RET-TRL-TIPO
      *
           OPEN OUTPUT ARQ-RETORNO
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'DEV56P10   ORIGEM SEM DD DE RETORNO: '
                   WS-DDNAME-RETORNO ' - STATUS: ' WS-FS-RETORNO
               ADD 1 TO WS-TOT-SEM-DD
               EXIT PARAGRAPH
           END-IF
           SET RETORNO-ABERTO TO TRUE
           ADD 1 TO WS-TOT-ARQUIVOS
      *
           INITIALIZE RET-HEADER
           MOVE 'H' TO RET-HDR-TIPO
           MOVE WS-ORIGEM-ATUAL TO RET-HDR-ORIGEM
           MOVE WS-DATA-PROCESSAMENTO TO RET-HDR-DATA-RETORNO
           IF WS-IND NOT > WS-QTD-ORIGENS
               MOVE WS-ORG-QTDE (WS-IND) TO RET-HDR-QTDE-REGS
               MOVE 'S' TO WS-ORG-BAIXAR (WS-IND)
           END-IF
           WRITE REG-RETORNO FROM RET-HEADER.
      *
      * POSICIONA WS-IND NA ENTRADA DE WS-ORIGEM-ATUAL NA TABELA DE
      * ORIGENS (WS-IND > WS-QTD-ORIGENS SE NAO ACHAR).
       1100-LOCALIZA-ORIGEM.
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND > WS-QTD-ORIGENS
                      OR WS-ORG-ORIGEM (WS-IND) = WS-ORIGEM-ATUAL
               ADD 1 TO WS-IND
           END-PERFORM.
      *
      * FECHA O RETORNO DA ORIGEM ANTERIOR COM O TRAILER.
       2000-FECHA-RETORNO.
           IF NOT RETORNO-ABERTO
               EXIT PARAGRAPH
           END-IF
           WRITE REG-RETORNO FROM RET-TRAILER
           CLOSE ARQ-RETORNO
           MOVE 'N' TO WS-RETORNO-ABERTO
           DISPLAY 'DEV56P10   RETORNO ' WS-ORIGEM-ATUAL
               ' - DETALHES: ' RET-TRL-QTDE-REGS
               ' REJEITADOS: ' RET-TRL-QT-REJEITADO.
      *
       3000-GRAVA-DETALHE.
           WRITE REG-RETORNO FROM RET-REGISTRO
           ADD 1 TO WS-TOT-RETORNADOS
           ADD 1 TO RET-TRL-QTDE-REGS
           EVALUATE TRUE
               WHEN RET-APLICADO
                   ADD 1 TO RET-TRL-QT-APLICADO
               WHEN RET-SEM-ALTERACAO
                   ADD 1 TO RET-TRL-QT-SEM-ALTER
               WHEN RET-RETIDO
                   ADD 1 TO RET-TRL-QT-RETIDO
               WHEN RET-AGENDADO
                   ADD 1 TO RET-TRL-QT-AGENDADO
               WHEN RET-REJEITADO
                   ADD 1 TO RET-TRL-QT-REJEITADO
           END-EVALUATE
           MOVE RET-DADOSCLI TO PRF-DADOSCLI
           IF PRF-CODIGOCLI IS NUMERIC
               ADD PRF-CODIGOCLI TO RET-TRL-CTRL-TOTAL
           END-IF.
      *
      * TERCEIRA PASSADA - SO DEPOIS DE TODOS OS RETORNOS FECHADOS,
      * EXCLUI DO DEV06RET OS DESFECHOS DAS ORIGENS DEVOLVIDAS (OU
      * INTERNAS). UM ABEND ANTES DAQUI NAO EXCLUI NADA, E A PROXIMA
      * EXECUCAO DEVOLVE TUDO DE NOVO.
       4000-BAIXA-DESFECHOS.
           OPEN I-O ARQ-DESFECHOS
           IF WS-FS-DESFECHOS NOT = '00'
               DISPLAY 'DEV56P10   ERRO AO REABRIR DEV06RET - STATUS: '
                   WS-FS-DESFECHOS
               MOVE 'S' TO WS-ERRO-BAIXA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE SPACES TO WS-ORIGEM-ATUAL
           PERFORM 0150-LE-PROXIMO
           PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
               IF RET-ORIGEM NOT = WS-ORIGEM-ATUAL
                   MOVE RET-ORIGEM TO WS-ORIGEM-ATUAL
                   PERFORM 1100-LOCALIZA-ORIGEM
               END-IF
               IF WS-IND NOT > WS-QTD-ORIGENS
                   IF WS-ORG-BAIXAR (WS-IND) = 'S'
                       DELETE ARQ-DESFECHOS RECORD
                           INVALID KEY
                               DISPLAY 'DEV56P10   ERRO AO EXCLUIR '
                                   'DESFECHO - STATUS: '
                                   WS-FS-DESFECHOS
                               MOVE 'S' TO WS-ERRO-BAIXA
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-BAIXADOS
                       END-DELETE
                   END-IF
               END-IF
               PERFORM 0150-LE-PROXIMO
           END-PERFORM
           CLOSE ARQ-DESFECHOS.
