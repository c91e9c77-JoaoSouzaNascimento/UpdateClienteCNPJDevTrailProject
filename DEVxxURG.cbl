       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLISTAT END-EXEC.
      *
       EXEC SQL INCLUDE CLIMOVS END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      * SOMA DE SALDO_CLI - O NOVO-CLIENTE NASCE COM SALDO ZERO).
       01 WS-SALDO-MOVIDO          PIC S9(013)V99 COMP-3
                                   VALUE ZEROS.
      * O AJUSTE TAMBEM VAI PARA ALUNO06.CLIENTPJ_MOVSLD, DE ONDE O
      * DEV62P10 MONTA OS LANCAMENTOS CONTABEIS DO DIA.
       01 WS-MOVSLD-HOST.
           05 WS-MOVS-TIPO-HOST        PIC X(1).
           05 WS-MOVS-CODIGOCLI-HOST   PIC 9(7).
           05 WS-MOVS-VALOR-HOST       PIC S9(11)V99.
      *
      * UM 'A' SO DE VALOR/DATA NAO CARREGA CNPJ - COM CNPJ, FILIAL
      * E CONTROLE EM BRANCO/ZERO, OS CAMPOS DE CNPJ DA LINHA
      * CASAS IMPLICITAS), JA QUE O OPERADOR NAO TEM COMO DIGITAR OS
      * COMP-3 DO LAYOUT DE ARQUIVO:
      *   LINHA 1 - OPERACAO, CODIGO, CNPJ, FILIAL, CONTROLE,
      *             DATAOPER, VLRULTCOMPRA, SINAL+VALOR DO AJUSTE
      *             E O PARAMETRO DE EMERGENCIA DO CONGELAMENTO
      *   LINHA 2 - RAZAO SOCIAL
      *   LINHA 3 - EMAIL
       01 WS-PARM-LINHA1.
           05 WS-PARM-VLRULTCOMPRA     PIC 9(013) VALUE ZEROS.
           05 WS-PARM-SINAL-AJUSTE     PIC X(001) VALUE SPACE.
           05 WS-PARM-VLRAJUSTE        PIC 9(011) VALUE ZEROS.
      *    PARAMETRO DE EMERGENCIA ('S') PARA RODAR DENTRO DE UMA
      *    JANELA DE CONGELAMENTO DE FECHAMENTO (DEV76P10/DEVCONGL) -
      *    A EXECUCAO FORCADA FICA REGISTRADA NO LOG DE AUDITORIA.
           05 WS-PARM-FORCA-CONGEL     PIC X(001) VALUE SPACE.
       01 WS-PARM-LINHA2.
           05 WS-PARM-RAZAOSOCIAL      PIC X(040) VALUE SPACES.
       01 WS-PARM-LINHA3.
       01 WRK-DATA-PROCESSAMENTO   PIC 9(8).
       01 WRK-PROG-CNPJ            PIC X(8) VALUE 'DEV08P10'.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
      * AREA DE CHAMADA DA CRITICA DE CONGELAMENTO (DEV76P10).
       01 WRK-AREACGL.
          05 WRK-PROGRAMA-CGL      PIC X(008) VALUE 'DEV32P10'.
          05 WRK-FORCA-CGL         PIC X(001) VALUE SPACE.
          05 WRK-CODRCGL           PIC X(002) VALUE SPACES.
          05 WRK-INICIO-CGL        PIC 9(012) VALUE ZEROS.
          05 WRK-FIM-CGL           PIC 9(012) VALUE ZEROS.
          05 WRK-DESCRICAO-CGL     PIC X(036) VALUE SPACES.
       01 WRK-PROG-CGL             PIC X(8) VALUE 'DEV76P10'.
      *
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           END-STRING
      *
           DISPLAY 'DEV32P10   INICIO DO PROCESSAMENTO'
      *
      *    DENTRO DE UMA JANELA DE FECHAMENTO A CLIENTPJ NAO PODE
      *    MUDAR - RECUSA COM RETURN CODE 6, PROPRIO DO CONGELAMENTO
      *    (VER DEV76P10), SALVO PARAMETRO DE EMERGENCIA.
           MOVE WS-PARM-FORCA-CONGEL TO WRK-FORCA-CGL
           CALL WRK-PROG-CGL USING WRK-AREACGL
           IF WRK-CODRCGL = 'CG'
               DISPLAY 'DEV32P10   PERIODO DE FECHAMENTO CONGELADO - '
                   'EXECUCAO RECUSADA'
               DISPLAY 'DEV32P10   INFORME S NO PARAMETRO DE '
                   'EMERGENCIA PARA RODAR MESMO ASSIM'
               MOVE 6 TO RETURN-CODE
               GOBACK
           END-IF
           IF WRK-CODRCGL = 'FO'
               DISPLAY 'DEV32P10   PERIODO CONGELADO - EXECUCAO DE '
                   'EMERGENCIA REGISTRADA PARA AUDITORIA'
           END-IF
      *
           OPEN OUTPUT ARQ-RLURGENT
           IF WS-FS-RLURGENT NOT = '00'
           END-IF
      *
           ADD WS-VLRAJUSTE-HOST TO WS-SALDO-MOVIDO
           MOVE 'B' TO WS-MOVS-TIPO-HOST
           MOVE WS-CODIGOCLI-HOST TO WS-MOVS-CODIGOCLI-HOST
           MOVE WS-VLRAJUSTE-HOST TO WS-MOVS-VALOR-HOST
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_MOVSLD (
                   DATA_MOV, TIPO_MOV, PROGRAMA_MOV, CODIGO_CLI,
                   VALOR_MOV, SITUACAO_MOV
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO-HOST, :WS-MOVS-TIPO-HOST,
                   'DEV32P10', :WS-MOVS-CODIGOCLI-HOST,
                   :WS-MOVS-VALOR-HOST, 'P'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV32P10   ERRO INSERT MOVSLD - SQLCODE: '
                   SQLCODE
           END-IF
           COMPUTE WS-HIST-SALDO = WS-SALDO-HOST + WS-VLRAJUSTE-HOST
           MOVE WS-DATA-PROCESSAMENTO-HOST TO WS-HIST-DTATLZDADOS
           MOVE ZEROS TO WS-HIST-DTAGENDA
      * WS-TIPO-IMAGEM-HIST) DO REGISTRO CLIENTPJ EM
      * ALUNO06.CLIENTPJ_HIST - MESMA TRILHA DA CARGA DIARIA, PARA QUE
      * A CORRECAO URGENTE APARECA NA LINHA DO TEMPO DO DEV22P10 E NO
      * RESUMO DO DEV26P10 COMO QUALQUER OUTRA OPERACAO. A PROVENIENCIA
      * E O PROPRIO PROGRAMA E O USUARIO QUE O SUBMETEU - NAO HA
      * GERACAO DE DADOSCLI NEM APROVACAO POR TRAS DA CORRECAO.
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
                   :WS-CODIGOCLI-HOST, :PRF-OPERACAO,
                   :WS-TIPO-IMAGEM-HIST,
                   :WS-HIST-FILIALA, :WS-HIST-SALDO,
                   :WS-HIST-VLRULTCOMPRA, :WS-HIST-DTULTCOMPRA,
                   :WS-HIST-DTATLZDADOS, :WS-HIST-DTINATIVA,
                   :WS-HIST-DTAGENDA, 'DEV32P10', USER,
                   ' ', ' ', ' ', 0
               )
           END-EXEC
           IF SQLCODE NOT = 0
