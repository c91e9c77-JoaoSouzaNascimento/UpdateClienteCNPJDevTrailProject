       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIHARC END-EXEC.
      *
       EXEC SQL INCLUDE CLIMOVS END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      * PARA CLIENTPJ_HIST (3100-RESTAURA-HISTORICO). O SEQ_HIST NAO
      * VIAJA DE VOLTA - A COLUNA E GERADA SEMPRE PELO BANCO - POR
      * ISSO AS LINHAS SAO REINSERIDAS UMA A UMA, NA ORDEM DO SEQ_HIST
      * ORIGINAL, PARA QUE A CRONOLOGIA DA TRILHA SE PRESERVE. A
      * PROVENIENCIA (PROGRAMA, USUARIO, GERACAO, APROVACAO) VOLTA
      * COMO FOI GRAVADA ORIGINALMENTE.
       01 WS-HISTMOV-HOST.
           05 WS-HMV-TIPOOPER-HOST     PIC X(1).
           05 WS-HMV-TIPOIMAGEM-HOST   PIC X(1).
           05 WS-HMV-DTATLZDADOS-HOST  PIC 9(8).
           05 WS-HMV-DTINATIVA-HOST    PIC 9(8).
           05 WS-HMV-DTAGENDA-HOST     PIC 9(8).
           05 WS-HMV-PROGRAMA-HOST     PIC X(8).
           05 WS-HMV-USUARIO-HOST      PIC X(8).
           05 WS-HMV-ORIGEMGER-HOST    PIC X(8).
           05 WS-HMV-DATAGER-HOST      PIC X(8).
           05 WS-HMV-SEQGER-HOST       PIC X(3).
           05 WS-HMV-SEQAPROV-HOST     PIC S9(7) COMP-3.
      *
       01 WS-FIM-CURSOR-HISTMOV        PIC X VALUE 'N'.
       01 WS-ERRO-RESTAURA             PIC X VALUE 'N'.
           05 WS-PARM-CODIGOCLI        PIC 9(007) VALUE ZEROS.
           05 WS-PARM-CNPJ             PIC X(008) VALUE SPACES.
           05 WS-PARM-FILIAL           PIC X(004) VALUE SPACES.
      *    PARAMETRO DE EMERGENCIA ('S') PARA RODAR DENTRO DE UMA
      *    JANELA DE CONGELAMENTO DE FECHAMENTO (DEV76P10/DEVCONGL) -
      *    A EXECUCAO FORCADA FICA REGISTRADA NO LOG DE AUDITORIA.
           05 WS-PARM-FORCA-CONGEL     PIC X(001) VALUE SPACE.
      *
      * AREA DE CHAMADA DA CRITICA DE CONGELAMENTO (DEV76P10).
       01 WRK-AREACGL.
          05 WRK-PROGRAMA-CGL      PIC X(008) VALUE 'DEV10P10'.
          05 WRK-FORCA-CGL         PIC X(001) VALUE SPACE.
          05 WRK-CODRCGL           PIC X(002) VALUE SPACES.
          05 WRK-INICIO-CGL        PIC 9(012) VALUE ZEROS.
          05 WRK-FIM-CGL           PIC 9(012) VALUE ZEROS.
          05 WRK-DESCRICAO-CGL     PIC X(036) VALUE SPACES.
       01 WRK-PROG-CGL             PIC X(8) VALUE 'DEV76P10'.
      *
       PROCEDURE DIVISION.
      *
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    DENTRO DE UMA JANELA DE FECHAMENTO A CLIENTPJ NAO PODE
      *    MUDAR - RECUSA COM RETURN CODE 6, PROPRIO DO CONGELAMENTO
      *    (VER DEV76P10), SALVO PARAMETRO DE EMERGENCIA.
           MOVE WS-PARM-FORCA-CONGEL TO WRK-FORCA-CGL
           CALL WRK-PROG-CGL USING WRK-AREACGL
           IF WRK-CODRCGL = 'CG'
               DISPLAY 'DEV10P10   PERIODO DE FECHAMENTO CONGELADO - '
                   'EXECUCAO RECUSADA'
               DISPLAY 'DEV10P10   INFORME S NO PARAMETRO DE '
                   'EMERGENCIA PARA RODAR MESMO ASSIM'
               MOVE 6 TO RETURN-CODE
               GOBACK
           END-IF
           IF WRK-CODRCGL = 'FO'
               DISPLAY 'DEV10P10   PERIODO CONGELADO - EXECUCAO DE '
                   'EMERGENCIA REGISTRADA PARA AUDITORIA'
           END-IF
      *
           IF WS-PARM-CODIGOCLI NOT = 0
               PERFORM 1000-BUSCA-POR-CODIGO
           IF WS-ERRO-RESTAURA = 'S'
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-SALDO-HOST NOT = 0
               PERFORM 3300-GRAVA-MOVIMENTO-SALDO
               IF WS-ERRO-RESTAURA = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
      *
               SELECT TIPO_OPER_HIST, TIPO_IMAGEM_HIST, DATA_HIST,
                      RAZSOCIAL_CLI, NUMECNPJA_CLI, FILIALCNPJA_CLI,
                      SALDO_CLI, VRULTCOMPRA_CLI, DTULTCOMPRA_CLI,
                      DTATLZDADOS_CLI, DTINATIVA_CLI, DTAGENDA_CLI,
                      PROGRAMA_HIST, USUARIO_HIST, ORIGEM_GER_HIST,
                      DATA_GER_HIST, SEQ_GER_HIST, SEQ_APROV_HIST
                 FROM ALUNO06.CLIENTPJ_HIST_ARCH
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                ORDER BY SEQ_HIST
                      :WS-HMV-SALDO-HOST, :WS-HMV-VRULTCOMPRA-HOST,
                      :WS-HMV-DTULTCOMPRA-HOST,
                      :WS-HMV-DTATLZDADOS-HOST,
                      :WS-HMV-DTINATIVA-HOST, :WS-HMV-DTAGENDA-HOST,
                      :WS-HMV-PROGRAMA-HOST, :WS-HMV-USUARIO-HOST,
                      :WS-HMV-ORIGEMGER-HOST, :WS-HMV-DATAGER-HOST,
                      :WS-HMV-SEQGER-HOST, :WS-HMV-SEQAPROV-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DATA_HIST, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                   FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                   DTULTCOMPRA_CLI, DTATLZDADOS_CLI, DTINATIVA_CLI,
                   DTAGENDA_CLI, PROGRAMA_HIST, USUARIO_HIST,
                   ORIGEM_GER_HIST, DATA_GER_HIST, SEQ_GER_HIST,
                   SEQ_APROV_HIST )
               VALUES (
                   :WS-CODIGOCLI-HOST, :WS-HMV-TIPOOPER-HOST,
                   :WS-HMV-TIPOIMAGEM-HOST, :WS-HMV-DATA-HOST,
                   :WS-HMV-FILIALA-HOST, :WS-HMV-SALDO-HOST,
                   :WS-HMV-VRULTCOMPRA-HOST, :WS-HMV-DTULTCOMPRA-HOST,
                   :WS-HMV-DTATLZDADOS-HOST, :WS-HMV-DTINATIVA-HOST,
                   :WS-HMV-DTAGENDA-HOST, :WS-HMV-PROGRAMA-HOST,
                   :WS-HMV-USUARIO-HOST, :WS-HMV-ORIGEMGER-HOST,
                   :WS-HMV-DATAGER-HOST, :WS-HMV-SEQGER-HOST,
                   :WS-HMV-SEQAPROV-HOST )
           END-EXEC
      *
           IF SQLCODE NOT = 0
                   DATA_HIST, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                   FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                   DTULTCOMPRA_CLI, DTATLZDADOS_CLI, DTINATIVA_CLI,
                   DTAGENDA_CLI, PROGRAMA_HIST, USUARIO_HIST,
                   ORIGEM_GER_HIST, DATA_GER_HIST, SEQ_GER_HIST,
                   SEQ_APROV_HIST )
               VALUES (
                   :WS-CODIGOCLI-HOST, 'S', 'D',
                   :WS-DATA-PROCESSAMENTO, :WS-RAZAOSOCIAL-HOST,
                   :WS-NUMECNPJA-HOST, :WS-FILIALCNPJA-HOST,
                   :WS-SALDO-HOST, :WS-VRULTCOMPRA-HOST,
                   :WS-DTULTCOMPRA-HOST, :WS-DATA-PROCESSAMENTO,
                   :WS-DATA-ZERO, :WS-DATA-ZERO, 'DEV10P10', USER,
                   ' ', ' ', ' ', 0 )
           END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-ERRO-RESTAURA
           END-IF.
      *
      * O SALDO QUE VOLTA PARA CLIENTPJ COM O CLIENTE RESTAURADO ENTRA
      * NO DIARIO DE MOVIMENTOS (ALUNO06.CLIENTPJ_MOVSLD) COMO UM 'R' -
      * O ESPELHO DO 'A' QUE O DEV21P10 GRAVA AO ARQUIVAR - PARA A
      * CONTABILIZACAO DO DEV62P10. FAZ PARTE DA MESMA UNIDADE DE
      * TRABALHO: SEM O MOVIMENTO, A RESTAURACAO INTEIRA E DESFEITA.
       3300-GRAVA-MOVIMENTO-SALDO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_MOVSLD (
                   DATA_MOV, TIPO_MOV, PROGRAMA_MOV, CODIGO_CLI,
                   VALOR_MOV, SITUACAO_MOV
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO, 'R', 'DEV10P10',
                   :WS-CODIGOCLI-HOST, :WS-SALDO-HOST, 'P'
               )
           END-EXEC
      *
           IF SQLCODE NOT = 0
               DISPLAY 'DEV10P10   ERRO INSERT MOVIMENTO DE SALDO '
                   'CODIGO: ' WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-ERRO-RESTAURA
           END-IF.
      *
