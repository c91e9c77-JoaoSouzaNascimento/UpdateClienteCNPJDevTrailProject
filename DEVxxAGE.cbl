      *    SILENCIO, POIS PROVAVELMENTE FICOU PARA TRAS EM ALGUMA
      *    PARADA DA CADEIA.
           05 WS-PARM-DIAS-EXPIRA      PIC 9(005) VALUE ZEROS.
      *    PARAMETRO DE EMERGENCIA ('S') PARA RODAR DENTRO DE UMA
      *    JANELA DE CONGELAMENTO DE FECHAMENTO (DEV76P10/DEVCONGL) -
      *    A EXECUCAO FORCADA FICA REGISTRADA NO LOG DE AUDITORIA.
           05 WS-PARM-FORCA-CONGEL     PIC X(001) VALUE SPACE.
       01 WS-DIAS-EXPIRA               PIC 9(005) VALUE 30.
       01 WS-DATA-EXPIRA-HOST          PIC 9(8) VALUE ZEROS.
       01 WS-REG-EXPIRADOS             PIC 9(5) VALUE ZEROS.
          05 WRK-CODRCAL           PIC X(002) VALUE SPACES.
       01 WRK-PROG-CAL             PIC X(8) VALUE 'DEV42P10'.
      *
      * AREA DE CHAMADA DA CRITICA DE CONGELAMENTO (DEV76P10).
       01 WRK-AREACGL.
          05 WRK-PROGRAMA-CGL      PIC X(008) VALUE 'DEV20P10'.
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
                   GOBACK
               END-IF
           END-IF
      *
      *    DENTRO DE UMA JANELA DE FECHAMENTO A CLIENTPJ NAO PODE
      *    MUDAR. O RETURN CODE 6 E PROPRIO DO CONGELAMENTO E FICA
      *    ABAIXO DO LIMITE DOS COND DA DEVDIA10 - OS STEPS DE
      *    LEITURA SEGUEM, E OS DEMAIS QUE ALTERAM A TABELA FAZEM A
      *    MESMA CRITICA.
           MOVE WS-PARM-FORCA-CONGEL TO WRK-FORCA-CGL
           CALL WRK-PROG-CGL USING WRK-AREACGL
           IF WRK-CODRCGL = 'CG'
               DISPLAY 'DEV20P10   PERIODO DE FECHAMENTO CONGELADO - '
                   'EXECUCAO RECUSADA'
               DISPLAY 'DEV20P10   INFORME S NO PARAMETRO DE '
                   'EMERGENCIA PARA RODAR MESMO ASSIM'
               MOVE 6 TO RETURN-CODE
               MOVE ZEROS TO WS-RUN-QT-CHAVE
               PERFORM 9200-REGISTRA-FIM-RUN
               GOBACK
           END-IF
           IF WRK-CODRCGL = 'FO'
               DISPLAY 'DEV20P10   PERIODO CONGELADO - EXECUCAO DE '
                   'EMERGENCIA REGISTRADA PARA AUDITORIA'
           END-IF
      *
           EXEC SQL OPEN C-AGENDA END-EXEC
      *
      * GRAVA UMA IMAGEM (ANTES OU DEPOIS, CONFORME
      * WS-TIPO-IMAGEM-HIST) EM ALUNO06.CLIENTPJ_HIST - MESMO
      * FORMATO DO 0750-GRAVA-HISTORICO DO DEV06P10, COM O TIPO DE
      * OPERACAO 'I' DA INATIVACAO E A PROVENIENCIA DESTE PROGRAMA
      * (SEM GERACAO DE DADOSCLI NEM APROVACAO).
       0750-GRAVA-HISTORICO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_HIST (
                   DATA_HIST, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                   FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                   DTULTCOMPRA_CLI, DTATLZDADOS_CLI, DTINATIVA_CLI,
                   DTAGENDA_CLI, PROGRAMA_HIST, USUARIO_HIST,
                   ORIGEM_GER_HIST, DATA_GER_HIST, SEQ_GER_HIST,
                   SEQ_APROV_HIST
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-TIPO-OPER-HIST,
                   :WS-TIPO-IMAGEM-HIST,
                   :WS-HIST-FILIALA, :WS-HIST-SALDO,
                   :WS-HIST-VLRULTCOMPRA, :WS-HIST-DTULTCOMPRA,
                   :WS-HIST-DTATLZDADOS, :WS-HIST-DTINATIVA,
                   :WS-HIST-DTAGENDA, 'DEV20P10', USER,
                   ' ', ' ', ' ', 0
               )
           END-EXEC
           IF SQLCODE NOT = 0
