       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV74P10.
      *
      *----------------------------------------------------------------*
      * FEED DIARIO DE BAIXAS DE CLIENTPJ (BAIXACLI). O CDCCLI DO      *
      * DEV16P10 SO ENXERGA LINHAS QUE CONTINUAM NA TABELA - UM CODIGO *
      * QUE SAI DELA NUNCA CHEGA AOS CONSUMIDORES, QUE FICAM COM O     *
      * CODIGO FANTASMA PARA SEMPRE. CADA PROGRAMA QUE FAZ UM CODIGO   *
      * DESAPARECER REGISTRA A SAIDA EM ALUNO06.CLIENTPJ_BAIXA NA      *
      * MESMA UNIDADE DE TRABALHO:                                     *
      *   'A' ARQUIVADO E REMOVIDO PELO DEV21P10;                      *
      *   'C' CANCELADO PELO DEV06P10 (NOVO CLIENTE POR ENGANO);       *
      *   'F' PERDEDOR DE FUSAO NO DEV06P10, COM O CODIGO SOBREVIVENTE;*
      *   'X' NOVO CLIENTE REMOVIDO PELO ESTORNO DO DEV49P10.          *
      * ESTE PROGRAMA MARCA AS BAIXAS PENDENTES ('P') COMO ENVIADAS    *
      * ('E', DT_ENVIO = HOJE) E GRAVA NO BAIXACLI TODAS AS ENVIADAS   *
      * HOJE, COM HEADER/TRAILER DO DEVFEEDC - O DEV46P10 VERIFICA O   *
      * ARQUIVO COMO QUALQUER FEED FIXO E O DEV25P10 CONFERE A         *
      * CONTAGEM CONTRA A TABELA. UMA SEGUNDA EXECUCAO NO DIA GERA DE  *
      * NOVO AS BAIXAS JA ENVIADAS HOJE, MAIS AS NOVAS - A BAIXA E     *
      * IDEMPOTENTE NO CONSUMIDOR.                                     *
      * A MARCACAO E O FEED SAO UMA UNICA UNIDADE DE TRABALHO: O       *
      * COMMIT SO ACONTECE DEPOIS DO TRAILER GRAVADO, E UMA FALHA      *
      * DESFAZ A MARCACAO E ESVAZIA O BAIXACLI (SEM HEADER, QUE O      *
      * DEV46P10 RECUSA).                                              *
      * SYSIN: AAAAMMDD REGERA, SEM MARCAR NADA, O FEED DAS BAIXAS     *
      * ENVIADAS NAQUELA DATA (REENVIO A UM PARCEIRO); ZEROS OU EM     *
      * BRANCO = OPERACAO DIARIA.                                      *
      * RETURN CODE 4 = NENHUMA BAIXA  8 = PARAMETRO INVALIDO          *
      * 12 = ABORT (BAIXACLI VAZIO, BAIXAS DE VOLTA A PENDENTES).      *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIBAIX END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BAIXAS ASSIGN TO 'BAIXACLI'
               FILE STATUS IS WS-FS-BAIXAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-BAIXAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-BAIXAS               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVBXACL.
      *
           COPY DEVFEEDC.
      *
       01 WS-BAIXA-HOST.
           05 WS-BXA-DATA-HOST         PIC 9(8).
           05 WS-BXA-MOTIVO-HOST       PIC X(1).
           05 WS-BXA-CODIGOCLI-HOST    PIC 9(7).
           05 WS-BXA-RAZAO-HOST        PIC X(40).
           05 WS-BXA-CNPJA-HOST        PIC X(8).
           05 WS-BXA-FILIALA-HOST      PIC X(4).
           05 WS-BXA-SALDO-HOST        PIC S9(11)V99.
           05 WS-BXA-SOBREV-HOST       PIC 9(7).
      *
       01 WS-DATA-ENVIO-HOST       PIC 9(8) VALUE ZEROS.
       01 WS-QTD-ENVIADOS-HOST     PIC S9(9) COMP VALUE ZEROS.
      *
       01 WS-FS-BAIXAS             PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-FEED-ABERTO           PIC X VALUE 'N'.
           88 FEED-ABERTO                     VALUE 'S'.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
      * PARAMETRO LIDO DO SYSIN - DATA DE ENVIO A REGERAR (REENVIO).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DATA-REENVIO     PIC 9(008) VALUE ZEROS.
       01 WS-MODO                  PIC X(001) VALUE 'D'.
           88 MODO-DIARIO                     VALUE 'D'.
           88 MODO-REENVIO                    VALUE 'R'.
      *
       01 WRK-DEVCDATA.
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-BAIXAS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ARQUIVADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CANCELADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FUSAO         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ESTORNO       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DIAS-ANTERIORES PIC 9(007) VALUE ZEROS.
      *
      * TOTAL DE SALDO DOS DETALHES - SAI NO TRAILER DE CONTROLE PARA
      * O CONSUMIDOR PROVAR A COMPLETUDE DO ARQUIVO.
       01 WS-SALDO-TOTAL           PIC S9(013)V99 COMP-3
                                   VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO    PIC 9(8) VALUE ZEROS.
      *
      * REGISTRO DESTA EXECUCAO NO RUN-LEDGER DA CADEIA DIARIA
      * (ALUNO06.CLIENTPJ_RUNLOG) - A LINHA E ABERTA NO INICIO
      * (SITUACAO 'I') E FECHADA NO ENCERRAMENTO NORMAL (SITUACAO
      * 'F', COM RETURN CODE E CONTAGEM-CHAVE). UMA LINHA QUE
      * PERMANECE EM 'I' DENUNCIA UM ABEND - E ASSIM QUE O
      * RELATORIO MATINAL DEV47P10 ENXERGA A CADEIA SEM GARIMPAR
      * LOG DE JOB.
       01 WS-RUN-LEDGER.
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV74P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-BAIXAS CURSOR FOR
               SELECT DATA_BAIXA, MOTIVO_BAIXA, CODIGO_CLI,
                      RAZSOCIAL_CLI, NUMECNPJA_CLI, FILIALCNPJA_CLI,
                      SALDO_CLI, CODIGO_SOBREV
                 FROM ALUNO06.CLIENTPJ_BAIXA
                WHERE SITUACAO_BAIXA = 'E'
                  AND DT_ENVIO = :WS-DATA-ENVIO-HOST
                ORDER BY SEQ_BAIXA
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           INITIALIZE WS-BAIXA-HOST
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-ENVIO-HOST
           IF WS-PARM-DATA-REENVIO IS NUMERIC
              AND WS-PARM-DATA-REENVIO > 0
               MOVE WS-PARM-DATA-REENVIO TO WRK-DATADEV
               CALL WRK-PROG-DAT USING WRK-DEVCDATA
               IF WRK-CODRDEV NOT = 'OK'
                  OR WS-PARM-DATA-REENVIO > WS-DATA-PROCESSAMENTO
                   DISPLAY 'DEV74P10   DATA DE REENVIO INVALIDA: '
                       WS-PARM-DATA-REENVIO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9200-REGISTRA-FIM-RUN
                   GOBACK
               END-IF
               MOVE WS-PARM-DATA-REENVIO TO WS-DATA-ENVIO-HOST
               SET MODO-REENVIO TO TRUE
           END-IF
      *
           DISPLAY 'DEV74P10   INICIO DO PROCESSAMENTO'
           IF MODO-REENVIO
               DISPLAY 'DEV74P10   REENVIO DAS BAIXAS ENVIADAS EM: '
                   WS-DATA-ENVIO-HOST
           END-IF
      *
      *    1 - MARCACAO DAS PENDENTES COMO ENVIADAS HOJE.
           IF MODO-DIARIO
               PERFORM 0100-MARCA-ENVIADAS
           END-IF
      *
      *    CONTAGEM DAS ENVIADAS NA DATA - NO REENVIO, AS DAQUELE DIA.
           PERFORM 0200-CONTA-ENVIADAS
      *
           OPEN OUTPUT ARQ-BAIXAS
           IF WS-FS-BAIXAS NOT = '00'
               DISPLAY 'DEV74P10   ERRO AO ABRIR BAIXACLI - STATUS: '
                   WS-FS-BAIXAS
               EXEC SQL ROLLBACK END-EXEC
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-REGISTRA-FIM-RUN
               GOBACK
           END-IF
           SET FEED-ABERTO TO TRUE
      *
           MOVE WS-DATA-PROCESSAMENTO TO FEE-HDR-DATA
           WRITE REG-BAIXAS FROM FEE-HEADER
           IF WS-FS-BAIXAS NOT = '00'
               DISPLAY 'DEV74P10   ERRO AO GRAVAR BAIXACLI - STATUS: '
                   WS-FS-BAIXAS
               PERFORM 9900-ABORTA
           END-IF
      *
      *    2 - GERACAO DO FEED.
           EXEC SQL OPEN C-BAIXAS END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'OPEN CUR' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 1000-GRAVA-BAIXA
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
           EXEC SQL CLOSE C-BAIXAS END-EXEC
      *
      *    A CONTAGEM DA TABELA E A DO FEED TEM QUE BATER - E A MESMA
      *    CONFERENCIA QUE O DEV25P10 FARA DEPOIS.
           IF WS-TOT-BAIXAS NOT = WS-QTD-ENVIADOS-HOST
               DISPLAY 'DEV74P10   QTDE GRAVADA DIFERE DA TABELA: '
                   WS-TOT-BAIXAS ' X ' WS-QTD-ENVIADOS-HOST
               PERFORM 9900-ABORTA
           END-IF
      *
           MOVE WS-TOT-BAIXAS  TO FEE-TRL-QTDE
           MOVE WS-SALDO-TOTAL TO FEE-TRL-SALDO
           WRITE REG-BAIXAS FROM FEE-TRAILER
           IF WS-FS-BAIXAS NOT = '00'
               DISPLAY 'DEV74P10   ERRO AO GRAVAR BAIXACLI - STATUS: '
                   WS-FS-BAIXAS
               PERFORM 9900-ABORTA
           END-IF
           CLOSE ARQ-BAIXAS
           MOVE 'N' TO WS-FEED-ABERTO
           IF WS-FS-BAIXAS NOT = '00'
               DISPLAY 'DEV74P10   ERRO AO FECHAR BAIXACLI - STATUS: '
                   WS-FS-BAIXAS
               PERFORM 9900-ABORTA
           END-IF
      *
      *    A MARCACAO DAS ENVIADAS SO E EFETIVADA COM O FEED COMPLETO
      *    E FECHADO.
           IF MODO-DIARIO
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'COMMIT  ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
               END-IF
           END-IF
      *
           DISPLAY 'DEV74P10   DATA DE ENVIO.................: '
               WS-DATA-ENVIO-HOST
           DISPLAY 'DEV74P10   BAIXAS NO FEED................: '
               WS-TOT-BAIXAS
           DISPLAY 'DEV74P10   ARQUIVADOS (A)................: '
               WS-TOT-ARQUIVADOS
           DISPLAY 'DEV74P10   CANCELADOS (C)................: '
               WS-TOT-CANCELADOS
           DISPLAY 'DEV74P10   PERDEDORES DE FUSAO (F).......: '
               WS-TOT-FUSAO
           DISPLAY 'DEV74P10   REMOVIDOS POR ESTORNO (X).....: '
               WS-TOT-ESTORNO
           DISPLAY 'DEV74P10   BAIXADOS EM DIAS ANTERIORES...: '
               WS-TOT-DIAS-ANTERIORES
           DISPLAY 'DEV74P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-BAIXAS = 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           MOVE WS-TOT-BAIXAS TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
      * MARCA DE UMA VEZ AS PENDENTES COMO ENVIADAS HOJE.
       0100-MARCA-ENVIADAS.
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_BAIXA
                  SET SITUACAO_BAIXA = 'E',
                      DT_ENVIO = :WS-DATA-ENVIO-HOST
                WHERE SITUACAO_BAIXA = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'UPD ENV ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
      * CONTAGEM DAS ENVIADAS NA DATA DE ENVIO (HOJE, INCLUSIVE AS DE
      * UMA EXECUCAO ANTERIOR NO DIA, OU A DATA DO REENVIO) - E A QUE
      * O FEED TEM QUE REPRODUZIR.
       0200-CONTA-ENVIADAS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTD-ENVIADOS-HOST
                 FROM ALUNO06.CLIENTPJ_BAIXA
                WHERE SITUACAO_BAIXA = 'E'
                  AND DT_ENVIO = :WS-DATA-ENVIO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'CNT ENV ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-BAIXAS
                 INTO :WS-BXA-DATA-HOST, :WS-BXA-MOTIVO-HOST,
                      :WS-BXA-CODIGOCLI-HOST, :WS-BXA-RAZAO-HOST,
                      :WS-BXA-CNPJA-HOST, :WS-BXA-FILIALA-HOST,
                      :WS-BXA-SALDO-HOST, :WS-BXA-SOBREV-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'S' TO WS-FIM-CURSOR
               WHEN OTHER
                   MOVE 'FETCH   ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
       1000-GRAVA-BAIXA.
           INITIALIZE BXA-DADOSCLI
           MOVE WS-BXA-CODIGOCLI-HOST TO BXA-CODIGOCLI
           MOVE WS-BXA-RAZAO-HOST     TO BXA-RAZAOSOCIAL
           MOVE WS-BXA-CNPJA-HOST     TO BXA-CNPJ
           MOVE WS-BXA-FILIALA-HOST   TO BXA-FILIAL
           MOVE WS-BXA-SALDO-HOST     TO BXA-SALDO
           MOVE WS-BXA-MOTIVO-HOST    TO BXA-MOTIVO
           MOVE WS-BXA-SOBREV-HOST    TO BXA-CODIGO-SOBREV
           MOVE WS-BXA-DATA-HOST      TO BXA-DATA-BAIXA
           WRITE REG-BAIXAS FROM BXA-DADOSCLI
           IF WS-FS-BAIXAS NOT = '00'
               DISPLAY 'DEV74P10   ERRO AO GRAVAR BAIXACLI - STATUS: '
                   WS-FS-BAIXAS ' - CLIENTE: ' WS-BXA-CODIGOCLI-HOST
               PERFORM 9900-ABORTA
           END-IF
           ADD WS-BXA-SALDO-HOST TO WS-SALDO-TOTAL
           ADD 1 TO WS-TOT-BAIXAS
      *
           EVALUATE TRUE
               WHEN BXA-ARQUIVADO
                   ADD 1 TO WS-TOT-ARQUIVADOS
               WHEN BXA-CANCELADO
                   ADD 1 TO WS-TOT-CANCELADOS
               WHEN BXA-FUSAO
                   ADD 1 TO WS-TOT-FUSAO
               WHEN BXA-ESTORNO
                   ADD 1 TO WS-TOT-ESTORNO
           END-EVALUATE
           IF WS-BXA-DATA-HOST < WS-DATA-ENVIO-HOST
               ADD 1 TO WS-TOT-DIAS-ANTERIORES
           END-IF.
      *
      * QUALQUER FALHA DE BANCO INTERROMPE A GERACAO - VER
      * 9900-ABORTA.
       0700-SYSOUT-ERRO-SQL.
           DISPLAY 'DEV74P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - CLIENTE: ' WS-BXA-CODIGOCLI-HOST
               ' SQLCODE: ' SQLCODE
           PERFORM 9900-ABORTA.
      *
      * ABRE A LINHA DESTA EXECUCAO NO RUN-LEDGER - UMA FALHA AQUI
      * NAO DERRUBA O PROCESSAMENTO (O LEDGER E ACESSORIO), APENAS
      * REGISTRA O SQLCODE NO SYSOUT.
       9100-REGISTRA-INICIO-RUN.
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA-INICIO FROM TIME
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_RUNLOG (
                   PROGRAMA_RUN, DATA_RUN, HORA_INICIO_RUN,
                   SITUACAO_RUN
               ) VALUES (
                   :WS-RUN-PROGRAMA, :WS-RUN-DATA,
                   :WS-RUN-HORA-INICIO, 'I'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV74P10   ERRO AO ABRIR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
       9200-REGISTRA-FIM-RUN.
           ACCEPT WS-RUN-HORA-FIM FROM TIME
           MOVE RETURN-CODE TO WS-RUN-RETCODE
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_RUNLOG SET
                 HORA_FIM_RUN = :WS-RUN-HORA-FIM,
                 RETCODE_RUN  = :WS-RUN-RETCODE,
                 QT_CHAVE_RUN = :WS-RUN-QT-CHAVE,
                 SITUACAO_RUN = 'F'
               WHERE PROGRAMA_RUN = :WS-RUN-PROGRAMA
                 AND DATA_RUN = :WS-RUN-DATA
                 AND HORA_INICIO_RUN = :WS-RUN-HORA-INICIO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV74P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
      * ABORT - DESFAZ A MARCACAO DAS ENVIADAS E DEIXA O BAIXACLI
      * VAZIO (SEM HEADER), QUE O DEV46P10 RECUSA. AS BAIXAS VOLTAM A
      * PENDENTES E A REEXECUCAO GERA TUDO DE NOVO. A LINHA DO
      * RUN-LEDGER FICA EM 'I', DENUNCIANDO A FALHA.
       9900-ABORTA.
           EXEC SQL ROLLBACK END-EXEC
           IF FEED-ABERTO
               CLOSE ARQ-BAIXAS
           END-IF
           OPEN OUTPUT ARQ-BAIXAS
           CLOSE ARQ-BAIXAS
           DISPLAY 'DEV74P10   PROCESSAMENTO ABORTADO - BAIXACLI VAZIO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
