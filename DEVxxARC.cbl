      * CHECKPOINT/RESTART JA USADO PELO DEV06P10). TAMBEM MOVE AS     *
      * LINHAS DE ALUNO06.CLIENTPJ_HIST DAQUELE CLIENTE PARA A TABELA  *
      * ALUNO06.CLIENTPJ_HIST_ARCH, PARA QUE A TRILHA DE AUDITORIA     *
      * VIAJE JUNTO COM O CLIENTE ARQUIVADO. CADA CLIENTE REMOVIDO     *
      * FICA REGISTRADO EM ALUNO06.CLIENTPJ_BAIXA (MOTIVO 'A'), DE     *
      * ONDE O DEV74P10 MONTA O FEED DE BAIXAS DOS CONSUMIDORES.       *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
       EXEC SQL INCLUDE CLIHARC END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
       EXEC SQL INCLUDE CLIMOVS END-EXEC.
      *
       EXEC SQL INCLUDE CLIBAIX END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      * ABATIDO DO SALDO DE ABERTURA DA PROVA DIARIA (DEV06SLD).
       01 WS-SALDO-ARQUIVADO           PIC S9(013)V99 COMP-3
                                       VALUE ZEROS.
      * SAIDA DE SALDO POR ARQUIVAMENTO, REGISTRADA EM
      * ALUNO06.CLIENTPJ_MOVSLD PARA A CONTABILIZACAO DO DEV62P10.
       01 WS-MOVSLD-HOST.
           05 WS-MOVS-VALOR-HOST        PIC S9(11)V99.
      *
       01 WS-CONTROLE.
           05 WS-REG-LIDOS              PIC 9(5) VALUE ZEROS.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DIAS-RETENCAO    PIC 9(005) VALUE ZEROS.
           05 WS-PARM-INTERVALO        PIC 9(005) VALUE ZEROS.
      *    PARAMETRO DE EMERGENCIA ('S') PARA RODAR DENTRO DE UMA
      *    JANELA DE CONGELAMENTO DE FECHAMENTO (DEV76P10/DEVCONGL) -
      *    A EXECUCAO FORCADA FICA REGISTRADA NO LOG DE AUDITORIA.
           05 WS-PARM-FORCA-CONGEL     PIC X(001) VALUE SPACE.
       01 WS-DIAS-RETENCAO             PIC 9(005) VALUE 730.
      *
       01 WS-DATA-PROCESSAMENTO        PIC 9(8).
       01 WS-INT-LIMITE                PIC 9(7).
       01 WS-DATA-LIMITE-HOST          PIC 9(8).
      *
      * AREA DE CHAMADA DA CRITICA DE CONGELAMENTO (DEV76P10).
       01 WRK-AREACGL.
          05 WRK-PROGRAMA-CGL      PIC X(008) VALUE 'DEV21P10'.
          05 WRK-FORCA-CGL         PIC X(001) VALUE SPACE.
          05 WRK-CODRCGL           PIC X(002) VALUE SPACES.
          05 WRK-INICIO-CGL        PIC 9(012) VALUE ZEROS.
          05 WRK-FIM-CGL           PIC 9(012) VALUE ZEROS.
          05 WRK-DESCRICAO-CGL     PIC X(036) VALUE SPACES.
       01 WRK-PROG-CGL             PIC X(8) VALUE 'DEV76P10'.
      *
      * REGISTRO DESTA EXECUCAO NO RUN-LEDGER DA CADEIA DIARIA
      * (ALUNO06.CLIENTPJ_RUNLOG) - A LINHA E ABERTA NO INICIO
      * (SITUACAO 'I') E FECHADA NO ENCERRAMENTO NORMAL (SITUACAO
               WS-DATA-LIMITE-HOST
           DISPLAY 'DEV21P10   INTERVALO DE CHECKPOINT.........: '
               WS-CKP-INTERVALO
      *
      *    DENTRO DE UMA JANELA DE FECHAMENTO A CLIENTPJ NAO PODE
      *    MUDAR - RECUSA COM RETURN CODE 6, PROPRIO DO CONGELAMENTO
      *    (VER DEV76P10), SALVO PARAMETRO DE EMERGENCIA.
           MOVE WS-PARM-FORCA-CONGEL TO WRK-FORCA-CGL
           CALL WRK-PROG-CGL USING WRK-AREACGL
           IF WRK-CODRCGL = 'CG'
               DISPLAY 'DEV21P10   PERIODO DE FECHAMENTO CONGELADO - '
                   'EXECUCAO RECUSADA'
               DISPLAY 'DEV21P10   INFORME S NO PARAMETRO DE '
                   'EMERGENCIA PARA RODAR MESMO ASSIM'
               MOVE 6 TO RETURN-CODE
               MOVE ZEROS TO WS-RUN-QT-CHAVE
               PERFORM 9200-REGISTRA-FIM-RUN
               GOBACK
           END-IF
           IF WRK-CODRCGL = 'FO'
               DISPLAY 'DEV21P10   PERIODO CONGELADO - EXECUCAO DE '
                   'EMERGENCIA REGISTRADA PARA AUDITORIA'
           END-IF
      *
           PERFORM 0100-LE-CHECKPOINT
      *
           IF SQLCODE = 0
               ADD 1 TO WS-REG-ARQUIVADOS
               ADD WS-SALDO-HOST TO WS-SALDO-ARQUIVADO
               IF WS-SALDO-HOST NOT = 0
                   PERFORM 1050-GRAVA-MOVIMENTO-SALDO
               END-IF
               PERFORM 1060-GRAVA-BAIXA
               PERFORM 1100-ARQUIVA-HISTORICO
           ELSE
               DISPLAY 'DEV21P10   ERRO DELETE CODIGOCLI: '
               ADD 1 TO WS-REG-ERRO
           END-IF.
      *
      * O SALDO QUE SAI DE CLIENTPJ COM O CLIENTE ARQUIVADO ENTRA NO
      * DIARIO DE MOVIMENTOS COMO UM 'A' NEGATIVO - MESMA UNIDADE DE
      * TRABALHO DO DELETE, DESFEITO JUNTO NUM REINICIO. SEM O
      * MOVIMENTO A CONCILIACAO DE SALDO NAO FECHA - A FALHA DESFAZ O
      * LOTE CORRENTE E INTERROMPE (VER 9900-ABORTA).
       1050-GRAVA-MOVIMENTO-SALDO.
           COMPUTE WS-MOVS-VALOR-HOST = 0 - WS-SALDO-HOST
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_MOVSLD (
                   DATA_MOV, TIPO_MOV, PROGRAMA_MOV, CODIGO_CLI,
                   VALOR_MOV, SITUACAO_MOV
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO, 'A', 'DEV21P10',
                   :WS-CODIGOCLI-HOST, :WS-MOVS-VALOR-HOST, 'P'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV21P10   ERRO INSERT MOVSLD CODIGOCLI: '
                   WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               PERFORM 9900-ABORTA
           END-IF.
      *
      * REGISTRA A SAIDA DO CODIGO EM CLIENTPJ_BAIXA (MOTIVO 'A'),
      * PENDENTE ('P') ATE O DEV74P10 LEVA-LA AO FEED DE BAIXAS - NA
      * MESMA UNIDADE DE TRABALHO DO DELETE, DESFEITO JUNTO NUM
      * REINICIO. SEM A BAIXA A REMOCAO NUNCA CHEGARIA AOS
      * CONSUMIDORES - A FALHA DESFAZ O LOTE CORRENTE E INTERROMPE
      * (VER 9900-ABORTA).
       1060-GRAVA-BAIXA.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_BAIXA (
                   DATA_BAIXA, MOTIVO_BAIXA, PROGRAMA_BAIXA,
                   CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                   FILIALCNPJA_CLI, SALDO_CLI, CODIGO_SOBREV,
                   SITUACAO_BAIXA
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO, 'A', 'DEV21P10',
                   :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                   :WS-NUMECNPJA-HOST, :WS-FILIALCNPJA-HOST,
                   :WS-SALDO-HOST, 0, 'P'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV21P10   ERRO INSERT BAIXA CODIGOCLI: '
                   WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               PERFORM 9900-ABORTA
           END-IF.
      *
      * MOVE AS LINHAS DE CLIENTPJ_HIST DESTE CLIENTE PARA
      * CLIENTPJ_HIST_ARCH, PARA QUE A TRILHA DE AUDITORIA SIGA JUNTO
      * COM O CLIENTE ARQUIVADO. NAO E TRATADO COMO ERRO DE ARQUIVAMENTO
                   TIPO_IMAGEM_HIST, DATA_HIST, RAZSOCIAL_CLI,
                   NUMECNPJA_CLI, FILIALCNPJA_CLI, SALDO_CLI,
                   VRULTCOMPRA_CLI, DTULTCOMPRA_CLI, DTATLZDADOS_CLI,
                   DTINATIVA_CLI, DTAGENDA_CLI, DTARQUIVAMENTO_ARCH,
                   PROGRAMA_HIST, USUARIO_HIST, ORIGEM_GER_HIST,
                   DATA_GER_HIST, SEQ_GER_HIST, SEQ_APROV_HIST )
               SELECT SEQ_HIST, CODIGO_CLI, TIPO_OPER_HIST,
                      TIPO_IMAGEM_HIST, DATA_HIST, RAZSOCIAL_CLI,
                      NUMECNPJA_CLI, FILIALCNPJA_CLI, SALDO_CLI,
                      VRULTCOMPRA_CLI, DTULTCOMPRA_CLI,
                      DTATLZDADOS_CLI, DTINATIVA_CLI, DTAGENDA_CLI,
                      :WS-DATA-PROCESSAMENTO,
                      PROGRAMA_HIST, USUARIO_HIST, ORIGEM_GER_HIST,
                      DATA_GER_HIST, SEQ_GER_HIST, SEQ_APROV_HIST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
      * ABORT - DESFAZ TUDO DESDE O ULTIMO COMMIT, QUE E O PONTO
      * GRAVADO NO CHECKPOINT; A REEXECUCAO RETOMA DALI. O DEV06SLD
      * NAO E AJUSTADO E A LINHA DO RUN-LEDGER FICA EM 'I'.
       9900-ABORTA.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'DEV21P10   PROCESSAMENTO ABORTADO - LOTE DESFEITO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
