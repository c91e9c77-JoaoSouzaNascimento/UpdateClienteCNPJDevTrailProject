      *     CLIENTE (PRIMEIRA IMAGEM DO DIA = 'N'/'D') NASCEU          *
      *     NAQUELE DIA E E REMOVIDO, MESMO QUE OPERACOES              *
      *     POSTERIORES DO PROPRIO DIA TENHAM DEIXADO IMAGENS          *
      *     'ANTES' - A REMOCAO FICA REGISTRADA EM                     *
      *     ALUNO06.CLIENTPJ_BAIXA (MOTIVO 'X') PARA O FEED DE BAIXAS  *
      *     DO DEV74P10;                                               *
      *   - O PROPRIO ESTORNO GRAVA IMAGENS DE AUDITORIA COM TIPO DE   *
      *     OPERACAO 'X', PARA QUE O BACKOUT SEJA TAO RASTREAVEL       *
      *     QUANTO A CARGA QUE ELE DESFAZ (AS IMAGENS ORIGINAIS DO DIA *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLISTAT END-EXEC.
      *
       EXEC SQL INCLUDE CLIMOVS END-EXEC.
      *
       EXEC SQL INCLUDE CLIBAIX END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      * FALSA.
       01 WS-SALDO-MOVIDO          PIC S9(013)V99 COMP-3
                                   VALUE ZEROS.
      * SALDO MOVIDO POR CLIENTE, REGISTRADO EM
      * ALUNO06.CLIENTPJ_MOVSLD PARA A CONTABILIZACAO DO DEV62P10.
       01 WS-MOVS-VALOR-HOST       PIC S9(11)V99 VALUE ZEROS.
      *
      * COMPENSACAO DA EXPECTATIVA DE RECONCILIACAO - NO ESTORNO DO
      * PROPRIO DIA, AS LINHAS RESTAURADAS/REMOVIDAS DEIXAM DE
      * SEM A LINHA COMPENSATORIA (QT_RECON NEGATIVO), O
      * 0450-RECONCILIA DO DEV06P10 (E O DEV41P10) ACUSARIA
      * DIVERGENCIA FALSA NA PROPRIA RECARGA DO ARQUIVO CORRIGIDO.
       01 WS-STAT-QT-RECON         PIC S9(9) VALUE ZEROS.
       01 WRK-HORA-PROCESSAMENTO   PIC 9(6) VALUE ZEROS.
      *
       01 WS-CONTROLE.
      * DESCOBRIR QUE A GERACAO ERRADA FOI CARREGADA).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DATA-ESTORNO     PIC 9(008) VALUE ZEROS.
      *    PARAMETRO DE EMERGENCIA ('S') PARA RODAR DENTRO DE UMA
      *    JANELA DE CONGELAMENTO DE FECHAMENTO (DEV76P10/DEVCONGL) -
      *    A EXECUCAO FORCADA FICA REGISTRADA NO LOG DE AUDITORIA.
           05 WS-PARM-FORCA-CONGEL     PIC X(001) VALUE SPACE.
       01 WS-DATA-ESTORNO-HOST     PIC 9(8) VALUE ZEROS.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8).
      *
      * AREA DE CHAMADA DA CRITICA DE CONGELAMENTO (DEV76P10).
       01 WRK-AREACGL.
          05 WRK-PROGRAMA-CGL      PIC X(008) VALUE 'DEV49P10'.
          05 WRK-FORCA-CGL         PIC X(001) VALUE SPACE.
          05 WRK-CODRCGL           PIC X(002) VALUE SPACES.
          05 WRK-INICIO-CGL        PIC 9(012) VALUE ZEROS.
          05 WRK-FIM-CGL           PIC 9(012) VALUE ZEROS.
          05 WRK-DESCRICAO-CGL     PIC X(036) VALUE SPACES.
       01 WRK-PROG-CGL             PIC X(8) VALUE 'DEV76P10'.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY 'DEV49P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV49P10   DATA A ESTORNAR................: '
               WS-DATA-ESTORNO-HOST
      *
      *    DENTRO DE UMA JANELA DE FECHAMENTO A CLIENTPJ NAO PODE
      *    MUDAR - RECUSA COM RETURN CODE 6, PROPRIO DO CONGELAMENTO
      *    (VER DEV76P10), SALVO PARAMETRO DE EMERGENCIA.
           MOVE WS-PARM-FORCA-CONGEL TO WRK-FORCA-CGL
           CALL WRK-PROG-CGL USING WRK-AREACGL
           IF WRK-CODRCGL = 'CG'
               DISPLAY 'DEV49P10   PERIODO DE FECHAMENTO CONGELADO - '
                   'EXECUCAO RECUSADA'
               DISPLAY 'DEV49P10   INFORME S NO PARAMETRO DE '
                   'EMERGENCIA PARA RODAR MESMO ASSIM'
               MOVE 6 TO RETURN-CODE
               GOBACK
           END-IF
           IF WRK-CODRCGL = 'FO'
               DISPLAY 'DEV49P10   PERIODO CONGELADO - EXECUCAO DE '
                   'EMERGENCIA REGISTRADA PARA AUDITORIA'
           END-IF
      *
           PERFORM 0100-CRITICA-HISTORICO-POSTERIOR
      *
      *
           COMPUTE WS-SALDO-MOVIDO = WS-SALDO-MOVIDO
               + WS-IMG-SALDO - WS-ATU-SALDO
           COMPUTE WS-MOVS-VALOR-HOST = WS-IMG-SALDO - WS-ATU-SALDO
           PERFORM 0760-GRAVA-MOVIMENTO-SALDO
      *
      *    IMAGEM DE AUDITORIA 'DEPOIS' - O ESTADO RESTAURADO.
           MOVE WS-IMG-RAZSOCIAL   TO WS-HIST-RAZAOSOCIAL
           END-IF
      *
           SUBTRACT WS-ATU-SALDO FROM WS-SALDO-MOVIDO
           COMPUTE WS-MOVS-VALOR-HOST = 0 - WS-ATU-SALDO
           PERFORM 0760-GRAVA-MOVIMENTO-SALDO
           PERFORM 0770-GRAVA-BAIXA
           ADD 1 TO WS-TOT-REMOVIDOS
           DISPLAY 'DEV49P10   INSERCAO REMOVIDA: ' WS-CODIGOCLI-HOST.
      *
      * REGISTRA NO DIARIO DE MOVIMENTOS DE SALDO O VALOR QUE O
      * ESTORNO MOVEU NESTE CLIENTE (TIPO 'X'), NA MESMA UNIDADE DE
      * TRABALHO DA RESTAURACAO/REMOCAO.
       0760-GRAVA-MOVIMENTO-SALDO.
           IF WS-MOVS-VALOR-HOST = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_MOVSLD (
                   DATA_MOV, TIPO_MOV, PROGRAMA_MOV, CODIGO_CLI,
                   VALOR_MOV, SITUACAO_MOV
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO-HOST, 'X', 'DEV49P10',
                   :WS-CODIGOCLI-HOST, :WS-MOVS-VALOR-HOST, 'P'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV49P10   ERRO INSERT MOVSLD - CLIENTE: '
                   WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
           END-IF.
      *
      * REGISTRA EM CLIENTPJ_BAIXA (MOTIVO 'X') O CODIGO REMOVIDO
      * PELO ESTORNO, COM O ESTADO EM QUE ESTAVA - O CDCCLI DO DIA
      * ESTORNADO PODE TER LEVADO O CODIGO AOS CONSUMIDORES. FICA
      * PENDENTE ('P') ATE O DEV74P10 LEVA-LO AO FEED DE BAIXAS.
       0770-GRAVA-BAIXA.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_BAIXA (
                   DATA_BAIXA, MOTIVO_BAIXA, PROGRAMA_BAIXA,
                   CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                   FILIALCNPJA_CLI, SALDO_CLI, CODIGO_SOBREV,
                   SITUACAO_BAIXA
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO-HOST, 'X', 'DEV49P10',
                   :WS-CODIGOCLI-HOST, :WS-ATU-RAZSOCIAL,
                   :WS-ATU-CNPJA, :WS-ATU-FILIALA, :WS-ATU-SALDO,
                   0, 'P'
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV49P10   ERRO INSERT BAIXA - CLIENTE: '
                   WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
           END-IF.
      *
      * GRAVA UMA IMAGEM DE AUDITORIA DO ESTORNO EM CLIENTPJ_HIST -
      * MESMO FORMATO DO 0750-GRAVA-HISTORICO DO DEV06P10, COM O TIPO
      * DE OPERACAO 'X' E A PROVENIENCIA DESTE PROGRAMA (SEM GERACAO
      * DE DADOSCLI NEM APROVACAO).
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
                   :WS-CODIGOCLI-HOST, :WS-TIPO-OPER-ESTORNO,
                   :WS-TIPO-IMAGEM-HIST,
                   :WS-HIST-FILIALA, :WS-HIST-SALDO,
                   :WS-HIST-VLRULTCOMPRA, :WS-HIST-DTULTCOMPRA,
                   :WS-HIST-DTATLZDADOS, :WS-HIST-DTINATIVA,
                   :WS-HIST-DTAGENDA, 'DEV49P10', USER,
                   ' ', ' ', ' ', 0
               )
           END-EXEC
           IF SQLCODE NOT = 0
