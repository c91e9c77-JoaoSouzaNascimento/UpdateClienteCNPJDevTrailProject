       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV76P10.
      *
      *----------------------------------------------------------------*
      * SUBPROGRAMA - CONGELAMENTO DE FECHAMENTO. ENTRE A FOTO DO      *
      * DEV28P10 E OS RELATORIOS DE FECHAMENTO (COMPARATIVOS DO        *
      * DEV37P10, EXPOSICAO DO DEV07P10) A CLIENTPJ TEM QUE FICAR      *
      * PARADA. AS JANELAS DE FECHAMENTO VEM DO CALENDARIO DEVCONGL,   *
      * MANTIDO PELA CONTROLADORIA COMO O DEVCALFE - UMA JANELA POR    *
      * REGISTRO, INICIO E FIM (DATA AAAAMMDD E HORA HHMM, AMBOS       *
      * INCLUSIVE) E UMA DESCRICAO. TODO PROGRAMA QUE ALTERA A         *
      * CLIENTPJ CHAMA ESTE SUBPROGRAMA NA PARTIDA, INFORMANDO O SEU   *
      * NOME E SE O OPERADOR DEU O PARAMETRO DE EMERGENCIA ('S').      *
      * DEVOLVE EM LNK-CODRCGL:                                        *
      *   'OK' - FORA DE QUALQUER JANELA, PODE RODAR;                  *
      *   'CG' - DENTRO DE UMA JANELA - O CHAMADOR RECUSA A EXECUCAO   *
      *          (RETURN CODE 6);                                      *
      *   'FO' - DENTRO DE UMA JANELA, MAS FORCADO PELO OPERADOR E     *
      *          REGISTRADO NO LOG DE AUDITORIA - PODE RODAR.          *
      * NOS DOIS ULTIMOS CASOS A JANELA ATINGIDA VOLTA NA AREA, E A    *
      * TENTATIVA VAI PARA O LOG CUMULATIVO DEV76LOG (LAYOUT DEVCGLCL) *
      * E PARA O ARQUIVO DE ALERTAS DEV76ALR (LAYOUT DEVALRCL - ERRO   *
      * NA RECUSA, ALERTA NO FORCADO). SEM LOG DE AUDITORIA NAO HA     *
      * FORCA: SE O DEV76LOG NAO PUDER SER GRAVADO, O FORCADO VIRA     *
      * RECUSA. DEVCONGL NAO ALOCADO SO DESLIGA A CRITICA (MESMO       *
      * CRITERIO DO DEVCALFE NO DEV42P10), COM AVISO NO SYSOUT. O      *
      * DEV76ALR E ABERTO EM EXTEND E FICA VAZIO QUANDO NAO HA         *
      * OCORRENCIA - OS STEPS DA CADEIA DIARIA COMPARTILHAM A MESMA    *
      * GERACAO DO DIA.                                                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONGELA ASSIGN TO 'DEVCONGL'
               FILE STATUS IS WS-FS-CONGELA.
           SELECT ARQ-LOG-CGL ASSIGN TO 'DEV76LOG'
               FILE STATUS IS WS-FS-LOG-CGL.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV76ALR'
               FILE STATUS IS WS-FS-ALERTAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * CALENDARIO DE JANELAS DE FECHAMENTO - SEM ORDEM OBRIGATORIA.
      * HORA EM BRANCO VALE 0000 NO INICIO E 2359 NO FIM (JANELA DE
      * DIAS INTEIROS).
       FD ARQ-CONGELA
           RECORDING MODE F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-CONGELA.
           05 CGC-DATA-INICIO      PIC 9(008).
           05 CGC-HORA-INICIO      PIC X(004).
           05 CGC-DATA-FIM         PIC 9(008).
           05 CGC-HORA-FIM         PIC X(004).
           05 CGC-DESCRICAO        PIC X(036).
      *
       FD ARQ-LOG-CGL
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-LOG-CGL              PIC X(080).
      *
       FD ARQ-ALERTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(080).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVCGLCL.
      *
           COPY DEVALRCL.
      *
       01 WS-FS-CONGELA            PIC XX VALUE SPACES.
       01 WS-FS-LOG-CGL            PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FIM-CONGELA           PIC X VALUE 'N'.
       01 WS-ALERTAS-ABERTO        PIC X VALUE 'N'.
           88 ALERTAS-ABERTO                  VALUE 'S'.
       01 WS-JANELA-ACHADA         PIC X VALUE 'N'.
           88 JANELA-ACHADA                   VALUE 'S'.
       01 WS-JANELA-VALIDA         PIC X VALUE 'N'.
      *
      * MOMENTO DA CHAMADA E LIMITES DA JANELA EM AAAAMMDDHHMM.
       01 WS-DATA-ATUAL            PIC 9(008) VALUE ZEROS.
       01 WS-HORA-ATUAL            PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-ATUAL.
           05 WS-HORA-ATUAL-HHMM   PIC 9(004).
           05 WS-HORA-ATUAL-SSCC   PIC 9(004).
       01 WS-MOMENTO-ATUAL         PIC 9(012) VALUE ZEROS.
       01 WS-HORA-TESTE            PIC X(004) VALUE SPACES.
       01 FILLER REDEFINES WS-HORA-TESTE.
           05 WS-HORA-TESTE-HH     PIC 9(002).
           05 WS-HORA-TESTE-MM     PIC 9(002).
       01 WS-JAN-INICIO            PIC 9(012) VALUE ZEROS.
       01 WS-JAN-FIM               PIC 9(012) VALUE ZEROS.
      *
       01 WRK-DEVCDATA.
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
       LINKAGE SECTION.
      *
       01 LNK-AREACGL.
          05 LNK-PROGRAMA-CGL      PIC X(008).
          05 LNK-FORCA-CGL         PIC X(001).
             88 FORCA-CONGELAMENTO              VALUE 'S'.
          05 LNK-CODRCGL           PIC X(002).
          05 LNK-INICIO-CGL        PIC 9(012).
          05 LNK-FIM-CGL           PIC 9(012).
          05 LNK-DESCRICAO-CGL     PIC X(036).
      *
       PROCEDURE DIVISION USING LNK-AREACGL.
      *
       0000-INICIO.
           MOVE 'OK' TO LNK-CODRCGL
           MOVE ZEROS TO LNK-INICIO-CGL LNK-FIM-CGL
           MOVE SPACES TO LNK-DESCRICAO-CGL
           MOVE 'N' TO WS-JANELA-ACHADA
      *
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           COMPUTE WS-MOMENTO-ATUAL =
               WS-DATA-ATUAL * 10000 + WS-HORA-ATUAL-HHMM
      *
           PERFORM 0100-ABRE-ALERTAS
           PERFORM 1000-PROCURA-JANELA
      *
           IF JANELA-ACHADA
               IF FORCA-CONGELAMENTO
                   PERFORM 2000-REGISTRA-FORCADO
               ELSE
                   PERFORM 3000-REGISTRA-RECUSA
               END-IF
           END-IF
      *
           IF ALERTAS-ABERTO
               CLOSE ARQ-ALERTAS
               MOVE 'N' TO WS-ALERTAS-ABERTO
           END-IF
           GOBACK.
      *
      * O DEV76ALR E ACUMULADO PELOS STEPS QUE CHAMAM ESTE
      * SUBPROGRAMA NA MESMA CADEIA (DISP=MOD) - A PRIMEIRA CHAMADA
      * CRIA O ARQUIVO VAZIO, PARA O DEV51P10 SEMPRE ENCONTRA-LO.
       0100-ABRE-ALERTAS.
           OPEN EXTEND ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               OPEN OUTPUT ARQ-ALERTAS
           END-IF
           IF WS-FS-ALERTAS = '00'
               SET ALERTAS-ABERTO TO TRUE
           ELSE
               DISPLAY 'DEV76P10   DEV76ALR INDISPONIVEL - STATUS: '
                   WS-FS-ALERTAS ' (SEM ALERTA DE CONGELAMENTO)'
           END-IF.
      *
      * LE O CALENDARIO ATE ACHAR A PRIMEIRA JANELA QUE CONTEM O
      * MOMENTO DA CHAMADA. REGISTRO COM DATA OU HORA INVALIDA, OU
      * COM FIM ANTERIOR AO INICIO, E IGNORADO COM AVISO - O
      * DEV76P10 NAO PODE DERRUBAR A CADEIA POR UM ERRO DE DIGITACAO
      * NO CALENDARIO.
       1000-PROCURA-JANELA.
           MOVE 'N' TO WS-FIM-CONGELA
           OPEN INPUT ARQ-CONGELA
           IF WS-FS-CONGELA NOT = '00'
               DISPLAY 'DEV76P10   DEVCONGL INDISPONIVEL - STATUS: '
                   WS-FS-CONGELA ' (SEM CRITICA DE CONGELAMENTO)'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIM-CONGELA = 'S'
               READ ARQ-CONGELA
                   AT END MOVE 'S' TO WS-FIM-CONGELA
                   NOT AT END
                       PERFORM 1100-AVALIA-JANELA
                       IF JANELA-ACHADA
                           MOVE 'S' TO WS-FIM-CONGELA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CONGELA.
      *
       1100-AVALIA-JANELA.
           MOVE 'S' TO WS-JANELA-VALIDA
      *
           MOVE CGC-DATA-INICIO TO WRK-DATADEV
           CALL WRK-PROG-DAT USING WRK-DEVCDATA
           IF WRK-CODRDEV NOT = 'OK'
               MOVE 'N' TO WS-JANELA-VALIDA
           END-IF
           MOVE CGC-DATA-FIM TO WRK-DATADEV
           CALL WRK-PROG-DAT USING WRK-DEVCDATA
           IF WRK-CODRDEV NOT = 'OK'
               MOVE 'N' TO WS-JANELA-VALIDA
           END-IF
      *
           IF CGC-HORA-INICIO = SPACES
               MOVE '0000' TO WS-HORA-TESTE
           ELSE
               MOVE CGC-HORA-INICIO TO WS-HORA-TESTE
           END-IF
           PERFORM 1200-VALIDA-HORA
           IF WS-JANELA-VALIDA = 'S'
               COMPUTE WS-JAN-INICIO = CGC-DATA-INICIO * 10000
                   + WS-HORA-TESTE-HH * 100 + WS-HORA-TESTE-MM
           END-IF
      *
           IF CGC-HORA-FIM = SPACES
               MOVE '2359' TO WS-HORA-TESTE
           ELSE
               MOVE CGC-HORA-FIM TO WS-HORA-TESTE
           END-IF
           PERFORM 1200-VALIDA-HORA
           IF WS-JANELA-VALIDA = 'S'
               COMPUTE WS-JAN-FIM = CGC-DATA-FIM * 10000
                   + WS-HORA-TESTE-HH * 100 + WS-HORA-TESTE-MM
               IF WS-JAN-FIM < WS-JAN-INICIO
                   MOVE 'N' TO WS-JANELA-VALIDA
               END-IF
           END-IF
      *
           IF WS-JANELA-VALIDA NOT = 'S'
               DISPLAY 'DEV76P10   JANELA INVALIDA IGNORADA: '
                   REG-CONGELA
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-MOMENTO-ATUAL NOT < WS-JAN-INICIO
              AND WS-MOMENTO-ATUAL NOT > WS-JAN-FIM
               SET JANELA-ACHADA TO TRUE
               MOVE WS-JAN-INICIO TO LNK-INICIO-CGL
               MOVE WS-JAN-FIM TO LNK-FIM-CGL
               MOVE CGC-DESCRICAO TO LNK-DESCRICAO-CGL
           END-IF.
      *
       1200-VALIDA-HORA.
           IF WS-HORA-TESTE IS NOT NUMERIC
               MOVE 'N' TO WS-JANELA-VALIDA
               EXIT PARAGRAPH
           END-IF
           IF WS-HORA-TESTE-HH > 23 OR WS-HORA-TESTE-MM > 59
               MOVE 'N' TO WS-JANELA-VALIDA
           END-IF.
      *
      * EXECUCAO FORCADA PELO OPERADOR - SO E ACEITA SE A TRILHA DE
      * AUDITORIA FOR GRAVADA.
       2000-REGISTRA-FORCADO.
           MOVE 'F' TO CGL-SITUACAO
           PERFORM 4000-GRAVA-LOG
           IF WS-FS-LOG-CGL NOT = '00'
               DISPLAY 'DEV76P10   FORCA RECUSADA - SEM LOG DE '
                   'AUDITORIA NAO HA EXECUCAO NO CONGELAMENTO'
               PERFORM 3000-REGISTRA-RECUSA
               EXIT PARAGRAPH
           END-IF
           MOVE 'FO' TO LNK-CODRCGL
           DISPLAY 'DEV76P10   PERIODO CONGELADO - EXECUCAO DE '
               LNK-PROGRAMA-CGL ' FORCADA PELO OPERADOR'
           DISPLAY 'DEV76P10   JANELA ' LNK-INICIO-CGL ' A '
               LNK-FIM-CGL ' ' LNK-DESCRICAO-CGL
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE 'EXECUCAO FORCADA EM PERIODO CONGELADO'
             TO ALR-MOTIVO
           PERFORM 5000-GRAVA-ALERTA.
      *
       3000-REGISTRA-RECUSA.
           MOVE 'CG' TO LNK-CODRCGL
           IF NOT FORCA-CONGELAMENTO
               MOVE 'R' TO CGL-SITUACAO
               PERFORM 4000-GRAVA-LOG
               IF WS-FS-LOG-CGL NOT = '00'
                   DISPLAY 'DEV76P10   RECUSA NAO REGISTRADA NO '
                       'DEV76LOG - STATUS: ' WS-FS-LOG-CGL
               END-IF
           END-IF
           DISPLAY 'DEV76P10   PERIODO CONGELADO - EXECUCAO DE '
               LNK-PROGRAMA-CGL ' RECUSADA'
           DISPLAY 'DEV76P10   JANELA ' LNK-INICIO-CGL ' A '
               LNK-FIM-CGL ' ' LNK-DESCRICAO-CGL
           MOVE 'E' TO ALR-SEVERIDADE
           MOVE 'EXECUCAO RECUSADA - PERIODO CONGELADO'
             TO ALR-MOTIVO
           PERFORM 5000-GRAVA-ALERTA.
      *
      * O DEV76LOG E CRIADO NA PRIMEIRA GRAVACAO (MESMA TECNICA DO
      * DEV22LOG NO DEV22P10). CGL-SITUACAO JA VEM PREENCHIDA.
       4000-GRAVA-LOG.
           OPEN EXTEND ARQ-LOG-CGL
           IF WS-FS-LOG-CGL NOT = '00'
               OPEN OUTPUT ARQ-LOG-CGL
           END-IF
           IF WS-FS-LOG-CGL NOT = '00'
               DISPLAY 'DEV76P10   ERRO AO ABRIR DEV76LOG - STATUS: '
                   WS-FS-LOG-CGL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ATUAL TO CGL-DATA
           MOVE WS-HORA-ATUAL (1:6) TO CGL-HORA
           MOVE LNK-PROGRAMA-CGL TO CGL-PROGRAMA
           MOVE LNK-INICIO-CGL TO CGL-JANELA-INICIO
           MOVE LNK-FIM-CGL TO CGL-JANELA-FIM
           MOVE LNK-DESCRICAO-CGL TO CGL-DESCRICAO
           WRITE REG-LOG-CGL FROM CGL-REGISTRO
           IF WS-FS-LOG-CGL NOT = '00'
               DISPLAY 'DEV76P10   ERRO AO GRAVAR DEV76LOG - STATUS: '
                   WS-FS-LOG-CGL
               CLOSE ARQ-LOG-CGL
               MOVE '99' TO WS-FS-LOG-CGL
               EXIT PARAGRAPH
           END-IF
           CLOSE ARQ-LOG-CGL.
      *
      * A CHAVE DO ALERTA E O INICIO DA JANELA (AAAAMMDDHHMM) - O
      * PROGRAMA RECUSADO/FORCADO VAI EM ALR-PROGRAMA.
       5000-GRAVA-ALERTA.
           IF NOT ALERTAS-ABERTO
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-PROGRAMA-CGL TO ALR-PROGRAMA
           MOVE WS-DATA-ATUAL TO ALR-DATA
           MOVE LNK-INICIO-CGL TO ALR-CHAVE
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
