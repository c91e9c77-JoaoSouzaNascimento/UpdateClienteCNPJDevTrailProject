       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV77P10.
      *
      *----------------------------------------------------------------*
      * REINICIO AUTOMATICO DA CADEIA DIARIA DEVDIA10 PARA UMA DATA DE *
      * NEGOCIO, A PARTIR DO RUN-LEDGER ALUNO06.CLIENTPJ_RUNLOG. PARA  *
      * CADA STEP DA CADEIA, NA ORDEM DA JCL, DECIDE SE ELE JA         *
      * CONCLUIU NA DATA OU SE PRECISA RODAR DE NOVO:                  *
      *   - STEP COM LEDGER: CONCLUIDO SE A ULTIMA EXECUCAO DA DATA    *
      *     FECHOU (SITUACAO 'F') COM RETURN CODE ATE 7 - O MESMO      *
      *     LIMITE DOS COND DA DEVDIA10 - E NAO FOI A RECUSA DO        *
      *     CONGELAMENTO (RC 6);                                       *
      *   - STEP SEM LEDGER (PROGRAMAS SEM DB2): CONCLUIDO SE UM STEP  *
      *     POSTERIOR QUE SO RODA NAS MESMAS CONDICOES DELE TEM LINHA  *
      *     NA DATA - A CADEIA PASSOU POR ELE.                         *
      * A JCL DO DEVDIA10 (DD DEVDIASK) E COPIADA PARA O DEVINTRD      *
      * (LEITORA INTERNA) COM CADA STEP CONCLUIDO TROCADO POR UM       *
      * IEFBR14 DE MESMO NOME, SEM DDS: OS COND DOS STEPS SEGUINTES    *
      * ENXERGAM RC 0 E A LOGICA DE CONDICOES DA CADEIA FICA A MESMA;  *
      * O PRIMEIRO STEP AUSENTE OU FALHO E TODOS OS NAO CONCLUIDOS     *
      * DEPOIS DELE RODAM. O RLREINIC MOSTRA A SITUACAO E A DECISAO DE *
      * CADA STEP.                                                     *
      * SYSIN: DATA DE NEGOCIO AAAAMMDD (DEFAULT: HOJE). OS STEPS      *
      * REEXECUTADOS GRAVAM NO LEDGER A DATA EM QUE RODAM - UMA DATA   *
      * DIFERENTE DE HOJE E ACEITA, COM AVISO NO SYSOUT.               *
      * RETURN CODE 4 = CADEIA COMPLETA NA DATA, NADA SUBMETIDO; 8 =   *
      * DATA INVALIDA; 12 = ERRO DE ARQUIVO OU DE BANCO, NADA          *
      * SUBMETIDO.                                                     *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESQUELETO ASSIGN TO 'DEVDIASK'
               FILE STATUS IS WS-FS-ESQUELETO.
           SELECT ARQ-INTRDR ASSIGN TO 'DEVINTRD'
               FILE STATUS IS WS-FS-INTRDR.
           SELECT ARQ-RLREINIC ASSIGN TO 'RLREINIC'
               FILE STATUS IS WS-FS-RLREINIC.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * JCL DO DEVDIA10, COMO ESTA NA BIBLIOTECA - SOMENTE LEITURA.
       FD ARQ-ESQUELETO
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-ESQUELETO            PIC X(080).
      *
       FD ARQ-INTRDR
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-INTRDR               PIC X(080).
      *
       FD ARQ-RLREINIC
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLREINIC             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVREIRL.
      *
       01 WS-RUN-HOST.
           05 WS-PROGRAMA-HOST         PIC X(8).
           05 WS-HORA-INICIO-HOST      PIC 9(6).
           05 WS-RETCODE-HOST          PIC S9(2).
           05 WS-SITUACAO-HOST         PIC X(1).
       01 WS-DATA-NEGOCIO-HOST     PIC 9(8) VALUE ZEROS.
      *
       01 WS-FS-ESQUELETO          PIC XX VALUE SPACES.
       01 WS-FS-INTRDR             PIC XX VALUE SPACES.
       01 WS-FS-RLREINIC           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-ERRO-CURSOR           PIC X VALUE 'N'.
       01 WS-FIM-ESQUELETO         PIC X VALUE 'N'.
      *
      * STEPS DO DEVDIA10 NA ORDEM DA JCL, COM O PROGRAMA E O TIPO:
      *   'L' - GRAVA RUN-LEDGER, RODA SOB COND DOS ANTERIORES;
      *   'P' - GRAVA RUN-LEDGER, COND=EVEN (RODA SEMPRE);
      *   'S' - SEM RUN-LEDGER (PGM= SEM DB2), SOB COND;
      *   'E' - SEM RUN-LEDGER, COND=EVEN.
      * UM STEP NOVO NA CADEIA ENTRA AQUI; STEP DA JCL QUE NAO ESTA
      * NA LISTA E SEMPRE REEXECUTADO.
       01 WS-LISTA-STEPS.
           05 FILLER PIC X(017) VALUE 'STEP010 DEV06P10L'.
           05 FILLER PIC X(017) VALUE 'STEP020 DEV20P10L'.
           05 FILLER PIC X(017) VALUE 'STEP030 DEV21P10L'.
           05 FILLER PIC X(017) VALUE 'STEP040 DEV16P10L'.
           05 FILLER PIC X(017) VALUE 'STEP050 DEV15P10L'.
           05 FILLER PIC X(017) VALUE 'STEP060 DEV31P10L'.
           05 FILLER PIC X(017) VALUE 'STEP070 DEV56P10S'.
           05 FILLER PIC X(017) VALUE 'STEP080 DEV57P10E'.
           05 FILLER PIC X(017) VALUE 'STEP090 DEV61P10L'.
           05 FILLER PIC X(017) VALUE 'STEP100 DEV62P10P'.
           05 FILLER PIC X(017) VALUE 'STEP110 DEV66P10L'.
           05 FILLER PIC X(017) VALUE 'STEP120 DEV68P10L'.
           05 FILLER PIC X(017) VALUE 'STEP130 DEV72P10L'.
           05 FILLER PIC X(017) VALUE 'STEP140 DEV73P10E'.
           05 FILLER PIC X(017) VALUE 'STEP150 DEV74P10L'.
           05 FILLER PIC X(017) VALUE 'STEP160 DEV82P10L'.
       01 WS-TAB-STEPS REDEFINES WS-LISTA-STEPS.
           05 WS-STP-ENTRADA       OCCURS 16 TIMES.
               10 WS-STP-NOME      PIC X(008).
               10 WS-STP-PROGRAMA  PIC X(008).
               10 WS-STP-TIPO      PIC X(001).
                   88 STP-COM-LEDGER           VALUE 'L' 'P'.
                   88 STP-EVEN                 VALUE 'P' 'E'.
      *
      * ULTIMA EXECUCAO DE CADA STEP NA DATA (O CURSOR VEM EM ORDEM
      * DE INICIO, ENTAO A ULTIMA LIDA PREVALECE) E A DECISAO.
       01 WS-TAB-SITUACAO.
           05 WS-SIT-ENTRADA       OCCURS 16 TIMES.
               10 WS-SIT-PRESENTE  PIC X(001).
               10 WS-SIT-INICIO    PIC 9(006).
               10 WS-SIT-RC        PIC S9(002).
               10 WS-SIT-FECHADA   PIC X(001).
               10 WS-SIT-DECISAO   PIC X(001).
                   88 SIT-PULAR                VALUE 'P'.
                   88 SIT-EXECUTAR             VALUE 'E'.
               10 WS-SIT-TEXTO     PIC X(036).
       01 WS-QTD-STEPS             PIC 9(002) VALUE 16.
       01 WS-IND-STP               PIC 9(002) VALUE ZEROS.
       01 WS-IND-POS               PIC 9(002) VALUE ZEROS.
       01 WS-IND-JCL               PIC 9(002) VALUE ZEROS.
       01 WS-TEM-PROVA             PIC X(001) VALUE 'N'.
      *
      * COPIA DA JCL - UM STEP TROCADO POR IEFBR14 TEM TODAS AS SUAS
      * LINHAS DESCARTADAS (DDS, DADOS IN-STREAM E COMENTARIOS) ATE
      * O PROXIMO EXEC OU O FIM DO JOB.
       01 WS-LINHA-JCL             PIC X(080) VALUE SPACES.
       01 WS-LINHA-SAIDA           PIC X(080) VALUE SPACES.
       01 WS-NOME-STEP-JCL         PIC X(008) VALUE SPACES.
       01 WS-QTD-EXEC              PIC 9(003) VALUE ZEROS.
       01 WS-DESCARTANDO           PIC X(001) VALUE 'N'.
           88 DESCARTANDO-STEP                VALUE 'S'.
       01 WS-AVISO-GRAVADO         PIC X(001) VALUE 'N'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-EXECUCOES     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-PULADOS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXECUTAR      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-STEPS-JCL     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LINHAS-JCL    PIC 9(007) VALUE ZEROS.
      *
      * DATA DE NEGOCIO LIDA DO SYSIN - ZEROS OU BRANCOS = HOJE.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DATA-NEGOCIO     PIC 9(008) VALUE ZEROS.
      *
       01 WRK-DEVCDATA.
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
       01 WS-EDT-RC                PIC Z9.
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
           EXEC SQL DECLARE C-LEDGER CURSOR FOR
               SELECT PROGRAMA_RUN, HORA_INICIO_RUN,
                      COALESCE(RETCODE_RUN, 0), SITUACAO_RUN
                 FROM ALUNO06.CLIENTPJ_RUNLOG
                WHERE DATA_RUN = :WS-DATA-NEGOCIO-HOST
                ORDER BY HORA_INICIO_RUN, PROGRAMA_RUN
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-NEGOCIO-HOST
           IF WS-PARM-DATA-NEGOCIO IS NUMERIC
              AND WS-PARM-DATA-NEGOCIO > 0
               MOVE WS-PARM-DATA-NEGOCIO TO WRK-DATADEV
               CALL WRK-PROG-DAT USING WRK-DEVCDATA
               IF WRK-CODRDEV NOT = 'OK'
                  OR WS-PARM-DATA-NEGOCIO > WS-DATA-PROCESSAMENTO
                   DISPLAY 'DEV77P10   DATA DE NEGOCIO INVALIDA: '
                       WS-PARM-DATA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-DATA-NEGOCIO TO WS-DATA-NEGOCIO-HOST
           END-IF
      *
           MOVE WS-DATA-NEGOCIO-HOST TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV77P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV77P10   DATA DE NEGOCIO................: '
               WS-DATA-NEGOCIO-HOST
           IF WS-DATA-NEGOCIO-HOST NOT = WS-DATA-PROCESSAMENTO
               DISPLAY 'DEV77P10   *** DATA DE NEGOCIO DIFERENTE DE '
                   'HOJE - OS STEPS REEXECUTADOS REGISTRAM HOJE NO '
                   'RUN-LEDGER ***'
           END-IF
      *
           OPEN OUTPUT ARQ-RLREINIC
           IF WS-FS-RLREINIC NOT = '00'
               DISPLAY 'DEV77P10   ERRO AO ABRIR RLREINIC - STATUS: '
                   WS-FS-RLREINIC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           MOVE 1 TO WS-IND-STP
           PERFORM UNTIL WS-IND-STP > WS-QTD-STEPS
               MOVE 'N' TO WS-SIT-PRESENTE (WS-IND-STP)
               MOVE ZEROS TO WS-SIT-INICIO (WS-IND-STP)
                             WS-SIT-RC (WS-IND-STP)
               MOVE SPACE TO WS-SIT-FECHADA (WS-IND-STP)
               MOVE 'E' TO WS-SIT-DECISAO (WS-IND-STP)
               MOVE SPACES TO WS-SIT-TEXTO (WS-IND-STP)
               ADD 1 TO WS-IND-STP
           END-PERFORM
      *
      *    1 - SITUACAO DE CADA STEP NO RUN-LEDGER DA DATA.
           EXEC SQL OPEN C-LEDGER END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV77P10   ERRO AO ABRIR C-LEDGER - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               ADD 1 TO WS-TOT-EXECUCOES
               PERFORM 1000-TRATA-EXECUCAO
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-LEDGER END-EXEC
           IF WS-ERRO-CURSOR = 'S'
               PERFORM 9900-ABORTA
           END-IF
      *
      *    2 - DECISAO POR STEP E RELATORIO.
           MOVE 1 TO WS-IND-STP
           PERFORM UNTIL WS-IND-STP > WS-QTD-STEPS
               PERFORM 2000-DECIDE-STEP
               PERFORM 7100-IMPRIME-STEP
               ADD 1 TO WS-IND-STP
           END-PERFORM
      *
           IF WS-TOT-EXECUTAR = 0
               MOVE 'CADEIA COMPLETA NA DATA - NADA A SUBMETER'
                   TO REI-LD2-MENSAGEM
               PERFORM 7200-IMPRIME-MENSAGEM
               PERFORM 7000-IMPRIME-TOTAIS
               DISPLAY 'DEV77P10   CADEIA COMPLETA NA DATA - NADA A '
                   'SUBMETER'
               DISPLAY 'DEV77P10   PROCESSAMENTO ENCERRADO'
               CLOSE ARQ-RLREINIC
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    3 - COPIA DA JCL PARA A LEITORA INTERNA.
           OPEN INPUT ARQ-ESQUELETO
           IF WS-FS-ESQUELETO NOT = '00'
               DISPLAY 'DEV77P10   ERRO AO ABRIR DEVDIASK - STATUS: '
                   WS-FS-ESQUELETO
               PERFORM 9900-ABORTA
           END-IF
      *
      *    O CARTAO JOB E CONFERIDO ANTES DE ABRIR A LEITORA INTERNA -
      *    O QUE FOR GRAVADO NELA E SUBMETIDO NO FECHAMENTO.
           PERFORM 0200-LE-ESQUELETO
           MOVE ZEROS TO WS-QTD-EXEC
           IF WS-FIM-ESQUELETO NOT = 'S'
              AND WS-LINHA-JCL (1:2) = '//'
               INSPECT WS-LINHA-JCL TALLYING WS-QTD-EXEC
                   FOR ALL ' JOB '
           END-IF
           IF WS-QTD-EXEC = 0
               DISPLAY 'DEV77P10   DEVDIASK NAO COMECA POR UM CARTAO '
                   'JOB - VER A DD'
               CLOSE ARQ-ESQUELETO
               PERFORM 9900-ABORTA
           END-IF
      *
           OPEN OUTPUT ARQ-INTRDR
           IF WS-FS-INTRDR NOT = '00'
               DISPLAY 'DEV77P10   ERRO AO ABRIR DEVINTRD - STATUS: '
                   WS-FS-INTRDR
               CLOSE ARQ-ESQUELETO
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM UNTIL WS-FIM-ESQUELETO = 'S'
               PERFORM 3000-TRATA-LINHA-JCL
               PERFORM 0200-LE-ESQUELETO
           END-PERFORM
      *
           CLOSE ARQ-ESQUELETO
           CLOSE ARQ-INTRDR
      *
           MOVE 'JCL DE REINICIO GRAVADA NO DEVINTRD'
               TO REI-LD2-MENSAGEM
           PERFORM 7200-IMPRIME-MENSAGEM
           PERFORM 7000-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV77P10   EXECUCOES NO LEDGER DA DATA....: '
               WS-TOT-EXECUCOES
           DISPLAY 'DEV77P10   STEPS PULADOS (IEFBR14)........: '
               WS-TOT-PULADOS
           DISPLAY 'DEV77P10   STEPS A EXECUTAR...............: '
               WS-TOT-EXECUTAR
           DISPLAY 'DEV77P10   STEPS NA JCL DO DEVDIA10.......: '
               WS-TOT-STEPS-JCL
           DISPLAY 'DEV77P10   LINHAS GRAVADAS NO DEVINTRD....: '
               WS-TOT-LINHAS-JCL
           DISPLAY 'DEV77P10   PROCESSAMENTO ENCERRADO'
      *
           CLOSE ARQ-RLREINIC
           GOBACK.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-LEDGER
                 INTO :WS-PROGRAMA-HOST, :WS-HORA-INICIO-HOST,
                      :WS-RETCODE-HOST, :WS-SITUACAO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
               IF SQLCODE NOT = 100
                   DISPLAY 'DEV77P10   ERRO NA LEITURA DO RUN-LEDGER - '
                       'SQLCODE: ' SQLCODE
                   MOVE 'S' TO WS-ERRO-CURSOR
               END-IF
           END-IF.
      *
       0200-LE-ESQUELETO.
           READ ARQ-ESQUELETO INTO WS-LINHA-JCL
               AT END
                   MOVE 'S' TO WS-FIM-ESQUELETO
           END-READ.
      *
      * GUARDA A EXECUCAO NO STEP DO PROGRAMA - PROGRAMA FORA DA
      * CADEIA (CARGA AVULSA, RELATORIOS) E IGNORADO.
       1000-TRATA-EXECUCAO.
           MOVE 1 TO WS-IND-POS
           PERFORM UNTIL WS-IND-POS > WS-QTD-STEPS
               IF WS-PROGRAMA-HOST = WS-STP-PROGRAMA (WS-IND-POS)
                   MOVE 'S' TO WS-SIT-PRESENTE (WS-IND-POS)
                   MOVE WS-HORA-INICIO-HOST
                     TO WS-SIT-INICIO (WS-IND-POS)
                   MOVE WS-RETCODE-HOST TO WS-SIT-RC (WS-IND-POS)
                   MOVE WS-SITUACAO-HOST
                     TO WS-SIT-FECHADA (WS-IND-POS)
                   MOVE WS-QTD-STEPS TO WS-IND-POS
               END-IF
               ADD 1 TO WS-IND-POS
           END-PERFORM.
      *
      * O RC 6 E A RECUSA DO CONGELAMENTO DE FECHAMENTO (DEV76P10) -
      * PASSA NOS COND, MAS O STEP NAO FEZ O SEU TRABALHO.
       2000-DECIDE-STEP.
           IF STP-COM-LEDGER (WS-IND-STP)
               EVALUATE TRUE
                   WHEN WS-SIT-PRESENTE (WS-IND-STP) NOT = 'S'
                       MOVE 'SEM EXECUCAO NA DATA'
                         TO WS-SIT-TEXTO (WS-IND-STP)
                   WHEN WS-SIT-FECHADA (WS-IND-STP) NOT = 'F'
                       MOVE 'NAO FECHOU (ABEND?)'
                         TO WS-SIT-TEXTO (WS-IND-STP)
                   WHEN WS-SIT-RC (WS-IND-STP) = 6
                       MOVE 'RECUSADO - PERIODO CONGELADO'
                         TO WS-SIT-TEXTO (WS-IND-STP)
                   WHEN WS-SIT-RC (WS-IND-STP) > 7
                       MOVE 'RETURN CODE 8 OU PIOR'
                         TO WS-SIT-TEXTO (WS-IND-STP)
                   WHEN OTHER
                       MOVE 'P' TO WS-SIT-DECISAO (WS-IND-STP)
                       MOVE 'CONCLUIDO'
                         TO WS-SIT-TEXTO (WS-IND-STP)
               END-EVALUATE
           ELSE
               PERFORM 2100-PROCURA-PROVA
               IF WS-TEM-PROVA = 'S'
                   MOVE 'P' TO WS-SIT-DECISAO (WS-IND-STP)
                   MOVE 'SEM LEDGER - A CADEIA PASSOU DELE'
                     TO WS-SIT-TEXTO (WS-IND-STP)
               ELSE
                   MOVE 'SEM LEDGER - SEM PROVA DE EXECUCAO'
                     TO WS-SIT-TEXTO (WS-IND-STP)
               END-IF
           END-IF
      *
           IF SIT-PULAR (WS-IND-STP)
               ADD 1 TO WS-TOT-PULADOS
           ELSE
               ADD 1 TO WS-TOT-EXECUTAR
           END-IF.
      *
      * PROVA DE QUE UM STEP SEM LEDGER RODOU: UM STEP POSTERIOR COM
      * LINHA NA DATA. PARA O STEP SOB COND SO VALE STEP POSTERIOR
      * TAMBEM SOB COND (UM COND=EVEN RODA ATE DEPOIS DE ABEND); PARA
      * O STEP COND=EVEN VALE QUALQUER UM - A CADEIA CHEGOU ATE ELE.
       2100-PROCURA-PROVA.
           MOVE 'N' TO WS-TEM-PROVA
           COMPUTE WS-IND-POS = WS-IND-STP + 1
           PERFORM UNTIL WS-IND-POS > WS-QTD-STEPS
               IF STP-COM-LEDGER (WS-IND-POS)
                  AND WS-SIT-PRESENTE (WS-IND-POS) = 'S'
                  AND (STP-EVEN (WS-IND-STP)
                       OR NOT STP-EVEN (WS-IND-POS))
                   MOVE 'S' TO WS-TEM-PROVA
                   MOVE WS-QTD-STEPS TO WS-IND-POS
               END-IF
               ADD 1 TO WS-IND-POS
           END-PERFORM.
      *
      * UMA LINHA COM ' EXEC ' ABRE UM STEP: CONCLUIDO, VIRA IEFBR14
      * E AS LINHAS SEGUINTES SAO DESCARTADAS; SENAO VAI COMO ESTA.
      * O COMANDO NULO (// SOZINHO) FECHA O JOB E SEMPRE E COPIADO.
       3000-TRATA-LINHA-JCL.
           MOVE ZEROS TO WS-QTD-EXEC
           IF WS-LINHA-JCL (1:2) = '//'
              AND WS-LINHA-JCL (3:1) NOT = '*'
               INSPECT WS-LINHA-JCL TALLYING WS-QTD-EXEC
                   FOR ALL ' EXEC '
           END-IF
      *
           IF WS-QTD-EXEC > 0
               PERFORM 3100-ABRE-STEP
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-LINHA-JCL (1:2) = '//'
              AND WS-LINHA-JCL (3:70) = SPACES
               MOVE 'N' TO WS-DESCARTANDO
           END-IF
      *
           IF NOT DESCARTANDO-STEP
               MOVE WS-LINHA-JCL TO WS-LINHA-SAIDA
               PERFORM 3900-GRAVA-LINHA
           END-IF.
      *
       3100-ABRE-STEP.
           ADD 1 TO WS-TOT-STEPS-JCL
           MOVE 'N' TO WS-DESCARTANDO
      *
           IF WS-AVISO-GRAVADO NOT = 'S'
               MOVE 'S' TO WS-AVISO-GRAVADO
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING '//* REINICIO GERADO PELO DEV77P10 - DATA DE '
                      'NEGOCIO ' WS-DATA-NEGOCIO-HOST
                   DELIMITED BY SIZE
                 INTO WS-LINHA-SAIDA
               END-STRING
               PERFORM 3900-GRAVA-LINHA
               MOVE '//*' TO WS-LINHA-SAIDA
               PERFORM 3900-GRAVA-LINHA
           END-IF
      *
           MOVE WS-LINHA-JCL (3:8) TO WS-NOME-STEP-JCL
           MOVE ZEROS TO WS-IND-JCL
           MOVE 1 TO WS-IND-POS
           PERFORM UNTIL WS-IND-POS > WS-QTD-STEPS
               IF WS-NOME-STEP-JCL = WS-STP-NOME (WS-IND-POS)
                   MOVE WS-IND-POS TO WS-IND-JCL
                   MOVE WS-QTD-STEPS TO WS-IND-POS
               END-IF
               ADD 1 TO WS-IND-POS
           END-PERFORM
      *
           IF WS-IND-JCL > 0
               IF SIT-PULAR (WS-IND-JCL)
                   MOVE 'S' TO WS-DESCARTANDO
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING '//' WS-NOME-STEP-JCL ' EXEC PGM=IEFBR14'
                       DELIMITED BY SIZE
                     INTO WS-LINHA-SAIDA
                   END-STRING
                   PERFORM 3900-GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING '//*  ' WS-STP-PROGRAMA (WS-IND-JCL)
                          ' JA CONCLUIDO NA DATA - NAO REEXECUTADO'
                       DELIMITED BY SIZE
                     INTO WS-LINHA-SAIDA
                   END-STRING
                   PERFORM 3900-GRAVA-LINHA
                   MOVE '//*' TO WS-LINHA-SAIDA
                   PERFORM 3900-GRAVA-LINHA
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           MOVE WS-LINHA-JCL TO WS-LINHA-SAIDA
           PERFORM 3900-GRAVA-LINHA.
      *
       3900-GRAVA-LINHA.
           WRITE REG-INTRDR FROM WS-LINHA-SAIDA
           IF WS-FS-INTRDR NOT = '00'
               DISPLAY 'DEV77P10   ERRO AO GRAVAR DEVINTRD - STATUS: '
                   WS-FS-INTRDR
               DISPLAY 'DEV77P10   *** JOB INCOMPLETO NA LEITORA '
                   'INTERNA - CANCELAR O DEVDIA10 SUBMETIDO ***'
               CLOSE ARQ-ESQUELETO ARQ-INTRDR
               PERFORM 9900-ABORTA
           END-IF
           ADD 1 TO WS-TOT-LINHAS-JCL.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO REI-CB1-DATA
           MOVE WS-REL-PAGINA TO REI-CB1-PAG
           WRITE REG-RLREINIC FROM REI-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLREINIC FROM REI-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7100-IMPRIME-STEP.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-STP-NOME (WS-IND-STP) TO REI-LD1-STEP
           MOVE WS-STP-PROGRAMA (WS-IND-STP) TO REI-LD1-PROGRAMA
           MOVE SPACES TO REI-LD1-INICIO REI-LD1-RC
           IF WS-SIT-PRESENTE (WS-IND-STP) = 'S'
               MOVE WS-SIT-INICIO (WS-IND-STP) TO REI-LD1-INICIO
               IF WS-SIT-FECHADA (WS-IND-STP) = 'F'
                   MOVE WS-SIT-RC (WS-IND-STP) TO WS-EDT-RC
                   MOVE WS-EDT-RC TO REI-LD1-RC
               END-IF
           END-IF
           MOVE WS-SIT-TEXTO (WS-IND-STP) TO REI-LD1-SITUACAO
           IF SIT-PULAR (WS-IND-STP)
               MOVE 'PULADO' TO REI-LD1-DECISAO
           ELSE
               MOVE 'EXECUTA' TO REI-LD1-DECISAO
           END-IF
           WRITE REG-RLREINIC FROM REI-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-MENSAGEM.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLREINIC FROM REI-LINDET2 AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-PULADOS TO REI-TOT-PULADOS
           MOVE WS-TOT-EXECUTAR TO REI-TOT-EXECUTAR
           WRITE REG-RLREINIC FROM REI-TOTAIS AFTER ADVANCING 2 LINES.
      *
      * ABORT - OS ERROS ANTERIORES A ABERTURA DO DEVINTRD NAO
      * SUBMETEM NADA; SO UMA FALHA DE GRAVACAO NELE (3900) PODE
      * DEIXAR UM JOB INCOMPLETO NA FILA, AVISADO NO SYSOUT.
       9900-ABORTA.
           MOVE 'REINICIO INTERROMPIDO - NADA SUBMETIDO, VER SYSOUT'
               TO REI-LD2-MENSAGEM
           PERFORM 7200-IMPRIME-MENSAGEM
           CLOSE ARQ-RLREINIC
           DISPLAY 'DEV77P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
