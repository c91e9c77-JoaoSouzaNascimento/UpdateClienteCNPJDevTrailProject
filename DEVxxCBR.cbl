       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV66P10.
      *
      *----------------------------------------------------------------*
      * COBRANCA DE CLIENTES DORMENTES COM SALDO. MANTEM A TABELA DE   *
      * ACOMPANHAMENTO ALUNO06.CLIENTPJ_COBR E IMPRIME A LISTA DE      *
      * TRABALHO DO DIA (RLCOBRAN) POR ESTAGIO:                        *
      *   1 - PRIMEIRO AVISO  2 - SEGUNDO AVISO  3 - JURIDICO          *
      * ENTRA NA COBRANCA, JA NO ESTAGIO 1, O CLIENTE ATIVO COM        *
      * SALDO_CLI ACIMA DO SALDO MINIMO E SEM COMPRA HA MAIS DE N DIAS *
      * CORRIDOS (DTULTCOMPRA_CLI, COMO NO DEV19P10). O CLIENTE PASSA  *
      * AO ESTAGIO SEGUINTE DEPOIS DE FICAR O NUMERO CONFIGURADO DE    *
      * DIAS UTEIS NO ESTAGIO ATUAL (CALENDARIO DEV42P10/DEVCALFE). O  *
      * CLIENTE SAI DA TABELA QUANDO QUITA O SALDO (SALDO_CLI ZERADO   *
      * OU NEGATIVO), QUANDO UMA COMPRA NOVA CHEGA (DTULTCOMPRA_CLI    *
      * POSTERIOR A DA ENTRADA) OU QUANDO E INATIVADO OU EXCLUIDO DO   *
      * CADASTRO - AS SAIDAS DO DIA SAEM NA PRIMEIRA SECAO DO          *
      * RELATORIO, COM O MOTIVO. O CLIENTE QUE CHEGA HOJE AO ESTAGIO 1 *
      * OU 2 GANHA UM AVISO NO ARQUIVO NOTIFCOB (LAYOUT DEVNOTCL, O    *
      * MESMO DO NOTIFCLI DO DEV36P10), COM O MESMO CRITERIO DE CANAL: *
      * EMAIL, SENAO CORREIO OU TELEFONE DO CADASTRO DE CONTATOS. O    *
      * ESTAGIO JURIDICO SO SAI NA LISTA. UMA REEXECUCAO NO MESMO DIA  *
      * NAO AVANCA NINGUEM DE NOVO E REGRAVA OS MESMOS AVISOS.         *
      * SYSIN (EM BRANCO OU ZERADO = DEFAULT ENTRE PARENTESES):        *
      *   SALDO MINIMO 9(11)V99 (1.000,00), DIAS SEM COMPRA 9(05)      *
      *   (90), DIAS UTEIS NO 1O AVISO 9(03) (10) E DIAS UTEIS NO 2O   *
      *   AVISO 9(03) (15), SEPARADOS POR UM BRANCO.                   *
      * RETURN CODE 4 = NINGUEM EM COBRANCA  8 = ERRO DE BANCO         *
      * 12 = ABORT.                                                    *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLICOBR END-EXEC.
      *
       EXEC SQL INCLUDE CLICONT END-EXEC.
      *
       EXEC SQL INCLUDE CLIBOUNC END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTIFICA ASSIGN TO 'NOTIFCOB'
               FILE STATUS IS WS-FS-NOTIFICA.
           SELECT ARQ-RLCOBRAN ASSIGN TO 'RLCOBRAN'
               FILE STATUS IS WS-FS-RLCOBRAN.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-NOTIFICA
           RECORDING MODE F
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-NOTIFICA             PIC X(270).
      *
       FD ARQ-RLCOBRAN
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCOBRAN             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVNOTCL.
      *
           COPY DEVCBRRL.
      *
       01 WS-COBR-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-ESTAGIO-HOST          PIC X(1).
           05 WS-DTENTRADA-HOST        PIC 9(8).
           05 WS-DTESTAGIO-HOST        PIC 9(8).
           05 WS-SALDOENT-HOST         PIC S9(11)V99.
           05 WS-DTULTCOMPRA-ENT-HOST  PIC 9(8).
      *
       01 WS-CLIENTE-HOST.
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-SALDO-HOST            PIC S9(11)V99.
           05 WS-DTULTCOMPRA-HOST      PIC 9(8).
           05 WS-SITUACAO-CLI-HOST     PIC X(1).
               88 CLIENTE-INATIVO                 VALUE 'I'.
               88 CLIENTE-EXCLUIDO                VALUE 'X'.
           05 WS-EMAIL-HOST            PIC X(50).
      *
       01 WS-SITUACAO-EMAIL-HOST   PIC X(1) VALUE SPACES.
       01 WS-CONTATO-HOST.
           05 WS-CONT-NOME-HOST        PIC X(40).
           05 WS-CONT-TELEFONE-HOST    PIC X(15).
           05 WS-CONT-LOGRADOURO-HOST  PIC X(60).
           05 WS-CONT-CEP-HOST         PIC X(8).
           05 WS-CONT-CIDADE-HOST      PIC X(30).
           05 WS-CONT-UF-HOST          PIC X(2).
      *
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-DATA-LIMITE-HOST      PIC 9(8) VALUE ZEROS.
       01 WS-SALDO-MIN-HOST        PIC S9(11)V99 VALUE ZEROS.
       01 WS-NOVO-ESTAGIO-HOST     PIC X(1) VALUE SPACES.
       01 WS-ESTAGIO-LISTA-HOST    PIC X(1) VALUE SPACES.
      *
      * PARAMETROS LIDOS DO SYSIN - CAMPO EM BRANCO OU ZERADO FICA
      * COM O DEFAULT.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-SALDO-MIN        PIC 9(011)V99.
           05 FILLER                   PIC X(001).
           05 WS-PARM-DIAS-SEM-COMPRA  PIC 9(005).
           05 FILLER                   PIC X(001).
           05 WS-PARM-DIAS-AVISO1      PIC 9(003).
           05 FILLER                   PIC X(001).
           05 WS-PARM-DIAS-AVISO2      PIC 9(003).
           05 FILLER                   PIC X(053).
       01 WS-DIAS-SEM-COMPRA       PIC 9(005) VALUE 90.
       01 WS-DIAS-AVISO1           PIC 9(003) VALUE 10.
       01 WS-DIAS-AVISO2           PIC 9(003) VALUE 15.
      *
      * NOMES DOS ESTAGIOS PARA OS TITULOS DAS SECOES.
       01 WS-TEXTO-ESTAGIOS.
           05 FILLER                   PIC X(030) VALUE
              'ESTAGIO 1 - PRIMEIRO AVISO'.
           05 FILLER                   PIC X(030) VALUE
              'ESTAGIO 2 - SEGUNDO AVISO'.
           05 FILLER                   PIC X(030) VALUE
              'ESTAGIO 3 - JURIDICO'.
       01 WS-TAB-ESTAGIOS REDEFINES WS-TEXTO-ESTAGIOS.
           05 WS-NOME-ESTAGIO          PIC X(030) OCCURS 3 TIMES.
       01 WS-IND-ESTAGIO           PIC 9(001) VALUE ZEROS.
      *
      * AREA DE CHAMADA DO CALENDARIO DE DIAS UTEIS (DEV42P10).
       01 WRK-AREACAL.
          05 WRK-DATACAL           PIC 9(008) VALUE ZEROS.
          05 WRK-MODO-CAL          PIC X(001) VALUE 'U'.
          05 WRK-CODRCAL           PIC X(002) VALUE SPACES.
       01 WRK-PROG-CAL             PIC X(8) VALUE 'DEV42P10'.
      *
      * CONTAGEM DE DIAS UTEIS NO ESTAGIO (8000-CONTA-DIAS-UTEIS) -
      * DO DIA SEGUINTE AO WS-CAL-DESDE ATE HOJE, PARANDO NO TETO.
       01 WS-CAL-DESDE             PIC 9(008) VALUE ZEROS.
       01 WS-CAL-TETO              PIC 9(003) VALUE ZEROS.
       01 WS-DIAS-UTEIS            PIC 9(003) VALUE ZEROS.
       01 WS-DIA-CORRIDO           PIC 9(007) VALUE ZEROS.
       01 WS-DIAS-HOJE             PIC 9(007) VALUE ZEROS.
      *
       01 WS-FS-NOTIFICA           PIC XX VALUE SPACES.
       01 WS-FS-RLCOBRAN           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-MOTIVO-SAIDA          PIC X(040) VALUE SPACES.
       01 WS-COMMIT-INTERVALO      PIC 9(005) VALUE 500.
       01 WS-QTD-GRAVACOES         PIC 9(007) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ENTRADAS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AVANCO2       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AVANCO3       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SAI-QUITADO   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SAI-COMPRA    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SAI-INATIVO   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SAIDAS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AVISOS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-CANAL     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ERROS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EM-COBRANCA   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ESTAGIO       PIC 9(007) OCCURS 3 TIMES.
           05 WS-SLD-ESTAGIO       PIC S9(015)V99 COMP-3
                                   OCCURS 3 TIMES.
           05 WS-SLD-SAIDAS        PIC S9(015)V99 COMP-3 VALUE ZEROS.
      *
      * EDICAO DE DATA PARA O RELATORIO (0900-EDITA-DATA).
       01 WS-EDT-DATA              PIC 9(008) VALUE ZEROS.
       01 WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
           05 WS-EDT-AA            PIC 9(004).
           05 WS-EDT-MM            PIC 9(002).
           05 WS-EDT-DD            PIC 9(002).
       01 WS-EDT-DATA-X            PIC X(010) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
      *
      * REGISTRO DESTA EXECUCAO NO RUN-LEDGER DA CADEIA DIARIA
      * (ALUNO06.CLIENTPJ_RUNLOG) - A LINHA E ABERTA NO INICIO
      * (SITUACAO 'I') E FECHADA NO ENCERRAMENTO NORMAL (SITUACAO
      * 'F', COM RETURN CODE E CONTAGEM-CHAVE). UMA LINHA QUE
      * PERMANECE EM 'I' DENUNCIA UM ABEND OU UMA INTERRUPCAO - E
      * POR ELA QUE O REINICIO DA CADEIA (DEV77P10) SABE QUE ESTE
      * STEP PRECISA RODAR DE NOVO.
       01 WS-RUN-LEDGER.
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV66P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-COBRANCA CURSOR WITH HOLD FOR
               SELECT CODIGO_CLI, ESTAGIO_COBR, DT_ENTRADA,
                      DT_ESTAGIO, SALDO_ENTRADA, DTULTCOMPRA_ENT
                 FROM ALUNO06.CLIENTPJ_COBR
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-CANDIDATOS CURSOR WITH HOLD FOR
               SELECT C.CODIGO_CLI, C.RAZSOCIAL_CLI, C.SALDO_CLI,
                      C.DTULTCOMPRA_CLI
                 FROM ALUNO06.CLIENTPJ C
                WHERE C.DTINATIVA_CLI IS NULL
                  AND C.SALDO_CLI > :WS-SALDO-MIN-HOST
                  AND (C.DTULTCOMPRA_CLI IS NULL
                       OR C.DTULTCOMPRA_CLI < :WS-DATA-LIMITE-HOST)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM ALUNO06.CLIENTPJ_COBR K
                        WHERE K.CODIGO_CLI = C.CODIGO_CLI)
                ORDER BY C.CODIGO_CLI
           END-EXEC.
      *
      *    MAIOR SALDO PRIMEIRO - E POR ONDE A COBRANCA COMECA.
           EXEC SQL DECLARE C-LISTA CURSOR FOR
               SELECT K.CODIGO_CLI, K.DT_ENTRADA, K.DT_ESTAGIO,
                      C.RAZSOCIAL_CLI, C.SALDO_CLI,
                      C.DTULTCOMPRA_CLI, C.EMAIL_CLI
                 FROM ALUNO06.CLIENTPJ_COBR K,
                      ALUNO06.CLIENTPJ C
                WHERE K.ESTAGIO_COBR = :WS-ESTAGIO-LISTA-HOST
                  AND C.CODIGO_CLI = K.CODIGO_CLI
                ORDER BY C.SALDO_CLI DESC, K.CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSAMENTO)
      *
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           DISPLAY 'DEV66P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-LE-PARAMETROS
      *
           OPEN OUTPUT ARQ-RLCOBRAN
           IF WS-FS-RLCOBRAN NOT = '00'
               DISPLAY 'DEV66P10   ERRO AO ABRIR RLCOBRAN - STATUS: '
                   WS-FS-RLCOBRAN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-NOTIFICA
           IF WS-FS-NOTIFICA NOT = '00'
               DISPLAY 'DEV66P10   ERRO AO ABRIR NOTIFCOB - STATUS: '
                   WS-FS-NOTIFICA
               CLOSE ARQ-RLCOBRAN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           MOVE 1 TO WS-IND-ESTAGIO
           PERFORM UNTIL WS-IND-ESTAGIO > 3
               MOVE ZEROS TO WS-TOT-ESTAGIO(WS-IND-ESTAGIO)
                             WS-SLD-ESTAGIO(WS-IND-ESTAGIO)
               ADD 1 TO WS-IND-ESTAGIO
           END-PERFORM
      *
      *    1 - SAIDAS E AVANCOS DE ESTAGIO DE QUEM JA ESTA NA TABELA.
           MOVE 'SAIDAS DA COBRANCA NESTA EXECUCAO' TO CBR-CB2-SECAO
           PERFORM 0500-IMPRIME-CABECALHO
           WRITE REG-RLCOBRAN FROM CBR-CABEC4 AFTER ADVANCING 2 LINES
      *
           EXEC SQL OPEN C-COBRANCA END-EXEC
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0150-FETCH-COBRANCA
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               ADD 1 TO WS-TOT-LIDOS
               PERFORM 1000-ACOMPANHA-CLIENTE
               PERFORM 0300-COMMIT-PERIODICO
               PERFORM 0150-FETCH-COBRANCA
           END-PERFORM
           EXEC SQL CLOSE C-COBRANCA END-EXEC
           EXEC SQL COMMIT END-EXEC
      *
           IF WS-TOT-SAIDAS = 0
               MOVE 'NENHUM CLIENTE SAIU DA COBRANCA' TO CBR-LAV-TEXTO
               WRITE REG-RLCOBRAN FROM CBR-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF
      *
      *    2 - ENTRADAS: DORMENTES COM SALDO QUE AINDA NAO ESTAO LA.
           EXEC SQL OPEN C-CANDIDATOS END-EXEC
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0160-FETCH-CANDIDATO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 2000-INCLUI-CLIENTE
               PERFORM 0300-COMMIT-PERIODICO
               PERFORM 0160-FETCH-CANDIDATO
           END-PERFORM
           EXEC SQL CLOSE C-CANDIDATOS END-EXEC
           EXEC SQL COMMIT END-EXEC
      *
      *    3 - LISTA DE TRABALHO, UMA SECAO POR ESTAGIO, E AVISOS.
           MOVE 1 TO WS-IND-ESTAGIO
           PERFORM UNTIL WS-IND-ESTAGIO > 3
               PERFORM 3000-LISTA-ESTAGIO
               ADD 1 TO WS-IND-ESTAGIO
           END-PERFORM
      *
           PERFORM 7200-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV66P10   CLIENTES JA EM COBRANCA........: '
               WS-TOT-LIDOS
           DISPLAY 'DEV66P10   ENTRADAS NA COBRANCA...........: '
               WS-TOT-ENTRADAS
           DISPLAY 'DEV66P10   PASSARAM AO SEGUNDO AVISO......: '
               WS-TOT-AVANCO2
           DISPLAY 'DEV66P10   PASSARAM AO JURIDICO...........: '
               WS-TOT-AVANCO3
           DISPLAY 'DEV66P10   SAIDAS DA COBRANCA.............: '
               WS-TOT-SAIDAS
           DISPLAY 'DEV66P10   CLIENTES EM COBRANCA...........: '
               WS-TOT-EM-COBRANCA
           DISPLAY 'DEV66P10   AVISOS GRAVADOS NO NOTIFCOB....: '
               WS-TOT-AVISOS
           DISPLAY 'DEV66P10   AVISOS SEM EMAIL E SEM CONTATO.: '
               WS-TOT-SEM-CANAL
           DISPLAY 'DEV66P10   ERROS DE BANCO.................: '
               WS-TOT-ERROS
           DISPLAY 'DEV66P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN WS-TOT-ERROS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-EM-COBRANCA = 0 AND WS-TOT-SAIDAS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-NOTIFICA
           CLOSE ARQ-RLCOBRAN
           MOVE WS-TOT-AVISOS TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
       0100-LE-PARAMETROS.
           MOVE 1000 TO WS-SALDO-MIN-HOST
           MOVE SPACES TO WS-PARM-ENTRADA
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
           IF WS-PARM-SALDO-MIN IS NUMERIC
              AND WS-PARM-SALDO-MIN > 0
               MOVE WS-PARM-SALDO-MIN TO WS-SALDO-MIN-HOST
           END-IF
           IF WS-PARM-DIAS-SEM-COMPRA IS NUMERIC
              AND WS-PARM-DIAS-SEM-COMPRA > 0
               MOVE WS-PARM-DIAS-SEM-COMPRA TO WS-DIAS-SEM-COMPRA
           END-IF
           IF WS-PARM-DIAS-AVISO1 IS NUMERIC
              AND WS-PARM-DIAS-AVISO1 > 0
               MOVE WS-PARM-DIAS-AVISO1 TO WS-DIAS-AVISO1
           END-IF
           IF WS-PARM-DIAS-AVISO2 IS NUMERIC
              AND WS-PARM-DIAS-AVISO2 > 0
               MOVE WS-PARM-DIAS-AVISO2 TO WS-DIAS-AVISO2
           END-IF
           COMPUTE WS-DATA-LIMITE-HOST = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE - WS-DIAS-SEM-COMPRA)
      *
           DISPLAY 'DEV66P10   SALDO MINIMO...................: '
               WS-SALDO-MIN-HOST
           DISPLAY 'DEV66P10   DIAS SEM COMPRA................: '
               WS-DIAS-SEM-COMPRA
           DISPLAY 'DEV66P10   DIAS UTEIS NO PRIMEIRO AVISO...: '
               WS-DIAS-AVISO1
           DISPLAY 'DEV66P10   DIAS UTEIS NO SEGUNDO AVISO....: '
               WS-DIAS-AVISO2.
      *
       0150-FETCH-COBRANCA.
           EXEC SQL
               FETCH C-COBRANCA
                 INTO :WS-CODIGOCLI-HOST, :WS-ESTAGIO-HOST,
                      :WS-DTENTRADA-HOST, :WS-DTESTAGIO-HOST,
                      :WS-SALDOENT-HOST, :WS-DTULTCOMPRA-ENT-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       0160-FETCH-CANDIDATO.
           EXEC SQL
               FETCH C-CANDIDATOS
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-SALDO-HOST, :WS-DTULTCOMPRA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       0170-FETCH-LISTA.
           EXEC SQL
               FETCH C-LISTA
                 INTO :WS-CODIGOCLI-HOST, :WS-DTENTRADA-HOST,
                      :WS-DTESTAGIO-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-SALDO-HOST, :WS-DTULTCOMPRA-HOST,
                      :WS-EMAIL-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       0300-COMMIT-PERIODICO.
           ADD 1 TO WS-QTD-GRAVACOES
           IF FUNCTION MOD(WS-QTD-GRAVACOES, WS-COMMIT-INTERVALO) = 0
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
      * SITUACAO ATUAL DO CLIENTE NO CADASTRO. SAI DA COBRANCA QUEM
      * QUITOU, QUEM COMPROU DESDE A ENTRADA E QUEM FOI INATIVADO OU
      * EXCLUIDO; OS DEMAIS PODEM AVANCAR DE ESTAGIO.
       1000-ACOMPANHA-CLIENTE.
           MOVE SPACES TO WS-MOTIVO-SAIDA
           MOVE SPACES TO WS-RAZSOCIAL-HOST
           EXEC SQL
               SELECT RAZSOCIAL_CLI, SALDO_CLI, DTULTCOMPRA_CLI,
                      CASE WHEN DTINATIVA_CLI IS NULL THEN 'A'
                           ELSE 'I' END
                 INTO :WS-RAZSOCIAL-HOST, :WS-SALDO-HOST,
                      :WS-DTULTCOMPRA-HOST, :WS-SITUACAO-CLI-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE ZEROS TO WS-SALDO-HOST
                   SET CLIENTE-EXCLUIDO TO TRUE
                   MOVE 'CLIENTE EXCLUIDO DO CADASTRO'
                       TO WS-MOTIVO-SAIDA
                   ADD 1 TO WS-TOT-SAI-INATIVO
               WHEN SQLCODE NOT = 0
                   DISPLAY 'DEV66P10   ERRO AO LER O CLIENTE '
                       WS-CODIGOCLI-HOST ' - SQLCODE: ' SQLCODE
                   ADD 1 TO WS-TOT-ERROS
                   EXIT PARAGRAPH
               WHEN CLIENTE-INATIVO
                   MOVE 'CLIENTE INATIVADO' TO WS-MOTIVO-SAIDA
                   ADD 1 TO WS-TOT-SAI-INATIVO
               WHEN WS-SALDO-HOST NOT > 0
                   MOVE 'SALDO QUITADO' TO WS-MOTIVO-SAIDA
                   ADD 1 TO WS-TOT-SAI-QUITADO
               WHEN WS-DTULTCOMPRA-HOST > WS-DTULTCOMPRA-ENT-HOST
                   MOVE WS-DTULTCOMPRA-HOST TO WS-EDT-DATA
                   PERFORM 0900-EDITA-DATA
                   STRING 'COMPRA REGISTRADA EM ' WS-EDT-DATA-X
                     DELIMITED BY SIZE
                     INTO WS-MOTIVO-SAIDA
                   END-STRING
                   ADD 1 TO WS-TOT-SAI-COMPRA
           END-EVALUATE
      *
           IF WS-MOTIVO-SAIDA NOT = SPACES
               PERFORM 1100-RETIRA-CLIENTE
           ELSE
               PERFORM 1200-AVANCA-ESTAGIO
           END-IF.
      *
       1100-RETIRA-CLIENTE.
           EXEC SQL
               DELETE FROM ALUNO06.CLIENTPJ_COBR
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV66P10   ERRO AO RETIRAR O CLIENTE '
                   WS-CODIGOCLI-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-SAIDAS
           ADD WS-SALDO-HOST TO WS-SLD-SAIDAS
           PERFORM 7100-IMPRIME-SAIDA.
      *
      * O ESTAGIO SO AVANCA A PARTIR DO DIA SEGUINTE AO DA ULTIMA
      * MUDANCA - UMA REEXECUCAO NO MESMO DIA NAO AVANCA DUAS VEZES.
       1200-AVANCA-ESTAGIO.
           EVALUATE WS-ESTAGIO-HOST
               WHEN '1'
                   MOVE WS-DIAS-AVISO1 TO WS-CAL-TETO
                   MOVE '2' TO WS-NOVO-ESTAGIO-HOST
               WHEN '2'
                   MOVE WS-DIAS-AVISO2 TO WS-CAL-TETO
                   MOVE '3' TO WS-NOVO-ESTAGIO-HOST
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DTESTAGIO-HOST NOT < WS-DATA-PROCESSAMENTO-HOST
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-DTESTAGIO-HOST TO WS-CAL-DESDE
           PERFORM 8000-CONTA-DIAS-UTEIS
           IF WS-DIAS-UTEIS < WS-CAL-TETO
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_COBR SET
                 ESTAGIO_COBR = :WS-NOVO-ESTAGIO-HOST,
                 DT_ESTAGIO   = :WS-DATA-PROCESSAMENTO-HOST,
                 DT_ATUALIZ   = :WS-DATA-PROCESSAMENTO-HOST
               WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV66P10   ERRO AO AVANCAR O CLIENTE '
                   WS-CODIGOCLI-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
               EXIT PARAGRAPH
           END-IF
           IF WS-NOVO-ESTAGIO-HOST = '2'
               ADD 1 TO WS-TOT-AVANCO2
           ELSE
               ADD 1 TO WS-TOT-AVANCO3
           END-IF.
      *
      * A DTULTCOMPRA_CLI DA ENTRADA FICA GUARDADA - E A REFERENCIA
      * PARA PERCEBER A COMPRA NOVA QUE TIRA O CLIENTE DA COBRANCA.
       2000-INCLUI-CLIENTE.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_COBR
                 (CODIGO_CLI, ESTAGIO_COBR, DT_ENTRADA, DT_ESTAGIO,
                  SALDO_ENTRADA, DTULTCOMPRA_ENT, DT_ATUALIZ)
               VALUES
                 (:WS-CODIGOCLI-HOST, '1',
                  :WS-DATA-PROCESSAMENTO-HOST,
                  :WS-DATA-PROCESSAMENTO-HOST,
                  :WS-SALDO-HOST, :WS-DTULTCOMPRA-HOST,
                  :WS-DATA-PROCESSAMENTO-HOST)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV66P10   ERRO AO INCLUIR O CLIENTE '
                   WS-CODIGOCLI-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
           ELSE
               ADD 1 TO WS-TOT-ENTRADAS
           END-IF.
      *
      * UMA SECAO POR ESTAGIO. QUEM CHEGOU HOJE AO ESTAGIO 1 OU 2
      * RECEBE O AVISO CORRESPONDENTE NO NOTIFCOB.
       3000-LISTA-ESTAGIO.
           MOVE WS-IND-ESTAGIO TO WS-ESTAGIO-LISTA-HOST
           MOVE WS-NOME-ESTAGIO(WS-IND-ESTAGIO) TO CBR-CB2-SECAO
           MOVE 99 TO WS-REL-LINHA
      *
           EXEC SQL OPEN C-LISTA END-EXEC
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0170-FETCH-LISTA
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 3100-LISTA-CLIENTE
               PERFORM 0170-FETCH-LISTA
           END-PERFORM
           EXEC SQL CLOSE C-LISTA END-EXEC
      *
           IF WS-TOT-ESTAGIO(WS-IND-ESTAGIO) = 0
               PERFORM 0500-IMPRIME-CABECALHO
               MOVE 'NENHUM CLIENTE NESTE ESTAGIO' TO CBR-LAV-TEXTO
               WRITE REG-RLCOBRAN FROM CBR-LINAVISO
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       3100-LISTA-CLIENTE.
           ADD 1 TO WS-TOT-ESTAGIO(WS-IND-ESTAGIO)
           ADD 1 TO WS-TOT-EM-COBRANCA
           ADD WS-SALDO-HOST TO WS-SLD-ESTAGIO(WS-IND-ESTAGIO)
      *
           MOVE SPACES TO CBR-LD1-SITUACAO
           IF WS-DTESTAGIO-HOST = WS-DATA-PROCESSAMENTO-HOST
               IF WS-IND-ESTAGIO < 3
                   PERFORM 4000-GRAVA-AVISO
               ELSE
                   MOVE 'NOVO NO ESTAGIO' TO CBR-LD1-SITUACAO
               END-IF
           END-IF
      *
           MOVE WS-DTESTAGIO-HOST TO WS-CAL-DESDE
           MOVE 999 TO WS-CAL-TETO
           PERFORM 8000-CONTA-DIAS-UTEIS
           PERFORM 7000-IMPRIME-CLIENTE.
      *
      * CANAL COMO NO DEV36P10: EMAIL (SE NAO ESTIVER MARCADO COMO NAO
      * ENTREGAVEL EM CLIENTPJ_BOUNCE), SENAO O ENDERECO OU O TELEFONE
      * DO PRIMEIRO CONTATO UTIL EM CLIENTPJ_CONT.
       4000-GRAVA-AVISO.
           MOVE SPACES TO NOT-REGISTRO
           IF WS-EMAIL-HOST NOT = SPACES
               PERFORM 4050-CONFERE-DEVOLUCAO
           END-IF
      *
           IF WS-EMAIL-HOST NOT = SPACES
               MOVE WS-EMAIL-HOST TO NOT-EMAIL
               SET NOT-CANAL-EMAIL TO TRUE
               MOVE 'AVISO EMAIL' TO CBR-LD1-SITUACAO
           ELSE
               PERFORM 4100-BUSCA-CONTATO
               IF NOT-CANAL = SPACES
                   ADD 1 TO WS-TOT-SEM-CANAL
                   MOVE 'AVISO SEM CANAL' TO CBR-LD1-SITUACAO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           MOVE WS-CODIGOCLI-HOST TO NOT-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO NOT-RAZAOSOCIAL
           IF WS-IND-ESTAGIO = 1
               MOVE 'P' TO NOT-TIPO-EVENTO
           ELSE
               MOVE 'S' TO NOT-TIPO-EVENTO
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO NOT-DATA-EVENTO
           WRITE REG-NOTIFICA FROM NOT-REGISTRO
           ADD 1 TO WS-TOT-AVISOS.
      *
       4050-CONFERE-DEVOLUCAO.
           EXEC SQL
               SELECT SITUACAO_EMAIL INTO :WS-SITUACAO-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ_BOUNCE
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND EMAIL_CLI = :WS-EMAIL-HOST
                  AND SITUACAO_EMAIL = 'N'
           END-EXEC
           IF SQLCODE = 0
               MOVE SPACES TO WS-EMAIL-HOST
           END-IF.
      *
       4100-BUSCA-CONTATO.
           EXEC SQL
               SELECT NOME_CONT, TELEFONE_CONT, LOGRADOURO_CONT,
                      CEP_CONT, CIDADE_CONT, UF_CONT
                 INTO :WS-CONT-NOME-HOST, :WS-CONT-TELEFONE-HOST,
                      :WS-CONT-LOGRADOURO-HOST, :WS-CONT-CEP-HOST,
                      :WS-CONT-CIDADE-HOST, :WS-CONT-UF-HOST
                 FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND CEP_CONT <> ' '
                ORDER BY SEQ_CONT
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               SET NOT-CANAL-CORREIO TO TRUE
               MOVE 'AVISO CORREIO' TO CBR-LD1-SITUACAO
               PERFORM 4150-MOVE-CONTATO
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               SELECT NOME_CONT, TELEFONE_CONT, LOGRADOURO_CONT,
                      CEP_CONT, CIDADE_CONT, UF_CONT
                 INTO :WS-CONT-NOME-HOST, :WS-CONT-TELEFONE-HOST,
                      :WS-CONT-LOGRADOURO-HOST, :WS-CONT-CEP-HOST,
                      :WS-CONT-CIDADE-HOST, :WS-CONT-UF-HOST
                 FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND TELEFONE_CONT <> ' '
                ORDER BY SEQ_CONT
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               SET NOT-CANAL-TELEFONE TO TRUE
               MOVE 'AVISO TELEFONE' TO CBR-LD1-SITUACAO
               PERFORM 4150-MOVE-CONTATO
           END-IF.
      *
       4150-MOVE-CONTATO.
           MOVE WS-CONT-NOME-HOST       TO NOT-CONTATO-NOME
           MOVE WS-CONT-TELEFONE-HOST   TO NOT-TELEFONE
           MOVE WS-CONT-LOGRADOURO-HOST TO NOT-LOGRADOURO
           MOVE WS-CONT-CEP-HOST        TO NOT-CEP
           MOVE WS-CONT-CIDADE-HOST     TO NOT-CIDADE
           MOVE WS-CONT-UF-HOST         TO NOT-UF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO CBR-CB1-DATA
           MOVE WS-REL-PAGINA TO CBR-CB1-PAG
           WRITE REG-RLCOBRAN FROM CBR-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLCOBRAN FROM CBR-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * DATA ZERADA SAI EM BRANCO.
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           IF WS-EDT-DATA = 0
               EXIT PARAGRAPH
           END-IF
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       7000-IMPRIME-CLIENTE.
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLCOBRAN FROM CBR-CABEC3
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE WS-CODIGOCLI-HOST TO CBR-LD1-CODIGO
           MOVE WS-RAZSOCIAL-HOST TO CBR-LD1-RAZAO
           MOVE WS-SALDO-HOST TO CBR-LD1-SALDO
           MOVE WS-DTULTCOMPRA-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO CBR-LD1-ULTCOMPRA
           MOVE WS-DTENTRADA-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO CBR-LD1-ENTRADA
           MOVE WS-DTESTAGIO-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO CBR-LD1-DESDE
           MOVE WS-DIAS-UTEIS TO CBR-LD1-DIAS
           WRITE REG-RLCOBRAN FROM CBR-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7100-IMPRIME-SAIDA.
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLCOBRAN FROM CBR-CABEC4
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE WS-CODIGOCLI-HOST TO CBR-LD2-CODIGO
           MOVE WS-RAZSOCIAL-HOST TO CBR-LD2-RAZAO
           MOVE WS-ESTAGIO-HOST TO CBR-LD2-ESTAGIO
           MOVE WS-DTENTRADA-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO CBR-LD2-ENTRADA
           IF CLIENTE-EXCLUIDO
               MOVE SPACES TO CBR-LD2-SALDO-X
           ELSE
               MOVE WS-SALDO-HOST TO CBR-LD2-SALDO
           END-IF
           MOVE WS-MOTIVO-SAIDA TO CBR-LD2-MOTIVO
           WRITE REG-RLCOBRAN FROM CBR-LINDET2 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-TOTAIS.
           MOVE 'TOTAIS' TO CBR-CB2-SECAO
           PERFORM 0500-IMPRIME-CABECALHO
      *
           MOVE 1 TO WS-IND-ESTAGIO
           PERFORM UNTIL WS-IND-ESTAGIO > 3
               MOVE WS-NOME-ESTAGIO(WS-IND-ESTAGIO) TO CBR-TOT-ROTULO
               MOVE WS-TOT-ESTAGIO(WS-IND-ESTAGIO) TO CBR-TOT-QTDE
               MOVE WS-SLD-ESTAGIO(WS-IND-ESTAGIO) TO CBR-TOT-SALDO
               WRITE REG-RLCOBRAN FROM CBR-TOTAIS
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-IND-ESTAGIO
           END-PERFORM
           MOVE 'SAIDAS DA COBRANCA' TO CBR-TOT-ROTULO
           MOVE WS-TOT-SAIDAS TO CBR-TOT-QTDE
           MOVE WS-SLD-SAIDAS TO CBR-TOT-SALDO
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 2 LINES
      *
           MOVE SPACES TO CBR-TOT-SALDO-X
           MOVE '  SALDO QUITADO' TO CBR-TOT-ROTULO
           MOVE WS-TOT-SAI-QUITADO TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  COMPRA REGISTRADA' TO CBR-TOT-ROTULO
           MOVE WS-TOT-SAI-COMPRA TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  CLIENTE INATIVADO OU EXCLUIDO' TO CBR-TOT-ROTULO
           MOVE WS-TOT-SAI-INATIVO TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'ENTRADAS NA COBRANCA' TO CBR-TOT-ROTULO
           MOVE WS-TOT-ENTRADAS TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'PASSARAM AO SEGUNDO AVISO' TO CBR-TOT-ROTULO
           MOVE WS-TOT-AVANCO2 TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'PASSARAM AO JURIDICO' TO CBR-TOT-ROTULO
           MOVE WS-TOT-AVANCO3 TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'AVISOS GRAVADOS NO NOTIFCOB' TO CBR-TOT-ROTULO
           MOVE WS-TOT-AVISOS TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'AVISOS SEM EMAIL E SEM CONTATO' TO CBR-TOT-ROTULO
           MOVE WS-TOT-SEM-CANAL TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'ERROS DE BANCO' TO CBR-TOT-ROTULO
           MOVE WS-TOT-ERROS TO CBR-TOT-QTDE
           WRITE REG-RLCOBRAN FROM CBR-TOTAIS AFTER ADVANCING 1 LINES.
      *
      * DIAS UTEIS DO DIA SEGUINTE A WS-CAL-DESDE ATE HOJE, PELO
      * DEV42P10 - A CONTAGEM PARA AO ATINGIR WS-CAL-TETO.
       8000-CONTA-DIAS-UTEIS.
           MOVE ZEROS TO WS-DIAS-UTEIS
           IF WS-CAL-DESDE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DESDE) + 1
           PERFORM UNTIL WS-DIA-CORRIDO > WS-DIAS-HOJE
                      OR WS-DIAS-UTEIS >= WS-CAL-TETO
               COMPUTE WRK-DATACAL =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRIDO)
               MOVE 'U' TO WRK-MODO-CAL
               CALL WRK-PROG-CAL USING WRK-AREACAL
               IF WRK-CODRCAL = 'OK'
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
               ADD 1 TO WS-DIA-CORRIDO
           END-PERFORM.
      *
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
               DISPLAY 'DEV66P10   ERRO AO ABRIR RUN-LEDGER - '
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
               DISPLAY 'DEV66P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
