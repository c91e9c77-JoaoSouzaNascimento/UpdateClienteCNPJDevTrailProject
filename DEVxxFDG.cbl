       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV72P10.
      *
      *----------------------------------------------------------------*
      * FECHAMENTO DO LOTE DA DIGITACAO ONLINE DE MOVIMENTOS DADOSCLI  *
      * (TRANSACAO DV71/DEV71P10). TODOS OS LANCAMENTOS PENDENTES      *
      * (SITUACAO 'P') DE ALUNO06.CLIENTPJ_DIGT - DO DIA E DE DIAS     *
      * ANTERIORES AINDA NAO FECHADOS - VAO PARA O LOTE DEV72LOT, NO   *
      * LAYOUT PRF-DADOSCLI COM HEADER/TRAILER, NA ORDEM DE DIGITACAO, *
      * PRONTO PARA SER CARREGADO PELO DEV06P10. O HEADER LEVA A       *
      * IDENTIFICACAO DA GERACAO (ORIGEM 'DIGITADO' + DATA + SEQUENCIA *
      * DO LOTE NO DIA), PARA QUE O DEV06P10 RECUSE UMA SEGUNDA CARGA  *
      * DO MESMO LOTE. CADA LANCAMENTO FECHADO PASSA A SITUACAO 'F' E  *
      * GUARDA A DATA E A SEQUENCIA DO LOTE EM QUE SAIU - A TELA NAO O *
      * EXCLUI MAIS, E A REEXECUCAO NAO O GERA DE NOVO. OS LANCAMENTOS *
      * SAO MARCADOS DE UMA VEZ, ANTES DA CONTAGEM PARA O HEADER, PARA *
      * QUE UM LANCAMENTO DIGITADO DURANTE O FECHAMENTO FIQUE INTEIRO  *
      * PARA O PROXIMO LOTE. A MARCACAO E O LOTE SAO UMA UNICA UNIDADE *
      * DE TRABALHO: O COMMIT SO ACONTECE DEPOIS DO TRAILER GRAVADO, E *
      * UMA FALHA DESFAZ A MARCACAO E ESVAZIA O LOTE (MESMA TECNICA DO *
      * DEV68P10). OS LANCAMENTOS JA FORAM CRITICADOS NA DIGITACAO;    *
      * A CRITICA DEFINITIVA CONTINUA SENDO A DO DEV06P10 NA CARGA.    *
      * RETURN CODE 4 = NENHUM LANCAMENTO PENDENTE  12 = ABORT (LOTE   *
      * VAZIO).                                                        *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIDIGT END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOTE ASSIGN TO 'DEV72LOT'
               FILE STATUS IS WS-FS-LOTE.
           SELECT ARQ-RLFECDIG ASSIGN TO 'RLFECDIG'
               FILE STATUS IS WS-FS-RLFECDIG.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * LOTE DE MOVIMENTOS DIGITADOS, NO MESMO LAYOUT E COM O MESMO
      * HEADER/TRAILER QUE O DEV06P10 ESPERA DE UM ARQUIVO DADOSCLI.
       FD ARQ-LOTE
           RECORDING MODE F
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-LOTE                 PIC X(136).
      *
       FD ARQ-RLFECDIG
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLFECDIG             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVBKCLI.
      *
           COPY DEVFDGRL.
      *
       01 WS-DIGT-HOST.
           05 WS-DIGT-DATA-HOST        PIC 9(8).
           05 WS-DIGT-SEQ-HOST         PIC 9(5).
           05 WS-DIGT-OPERACAO-HOST    PIC X(1).
           05 WS-DIGT-CODIGOCLI-HOST   PIC 9(7).
           05 WS-DIGT-RAZAOSOCIAL-HOST PIC X(40).
           05 WS-DIGT-CNPJ-HOST        PIC X(8).
           05 WS-DIGT-FILIAL-HOST      PIC X(4).
           05 WS-DIGT-CONTROLE-HOST    PIC 9(2).
           05 WS-DIGT-VRULTCOMPRA-HOST PIC S9(11)V99.
           05 WS-DIGT-DATAOPER-HOST    PIC 9(8).
           05 WS-DIGT-VLRAJUSTE-HOST   PIC S9(9)V99.
           05 WS-DIGT-EMAIL-HOST       PIC X(50).
           05 WS-DIGT-USUARIO-HOST     PIC X(8).
           05 WS-DIGT-HORA-HOST        PIC 9(6).
           05 WS-DIGT-HORA-R REDEFINES WS-DIGT-HORA-HOST.
               10 WS-DIGT-HORA-HH      PIC 9(2).
               10 WS-DIGT-HORA-MM      PIC 9(2).
               10 WS-DIGT-HORA-SS      PIC 9(2).
      *
       01 WS-QTD-PENDENTES-HOST    PIC S9(9) COMP VALUE ZEROS.
       01 WS-QTD-FECHADOS-HOST     PIC S9(9) COMP VALUE ZEROS.
       01 WS-SEQ-LOTE-HOST         PIC 9(3) VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
      *
      * HEADER/TRAILER DO LOTE, NO MESMO LAYOUT USADO PELO DEV06P10
      * PARA VALIDAR UM ARQUIVO DADOSCLI.
       01 WS-HDR-SAIDA.
           05 WS-HDR-SAI-TIPO      PIC X(001) VALUE 'H'.
           05 WS-HDR-SAI-QTDE-REGS PIC 9(007) VALUE ZEROS.
      *    IDENTIFICACAO DA GERACAO (ORIGEM + DATA + SEQUENCIA) - E
      *    POR ELA QUE O DEV06P10 RECUSA UM LOTE JA CARREGADO. LOTE
      *    SEM REGISTRO SAI SEM IDENTIFICACAO (NAO GASTA SEQUENCIA).
           05 WS-HDR-SAI-IDENT.
               10 WS-HDR-SAI-ORIGEM    PIC X(008) VALUE SPACES.
               10 WS-HDR-SAI-DATA-GER  PIC 9(008) VALUE ZEROS.
               10 WS-HDR-SAI-SEQUENCIA PIC 9(003) VALUE ZEROS.
           05 FILLER               PIC X(109) VALUE SPACES.
       01 WS-TRL-SAIDA.
           05 WS-TRL-SAI-TIPO      PIC X(001) VALUE 'T'.
           05 WS-TRL-SAI-QTDE-REGS PIC 9(007) VALUE ZEROS.
           05 WS-TRL-SAI-CTRL-TOTAL PIC 9(013) VALUE ZEROS.
           05 FILLER               PIC X(115) VALUE SPACES.
       01 WS-CTRL-TOTAL-SAIDA      PIC 9(013) VALUE ZEROS.
      *
       01 WS-FS-LOTE               PIC XX VALUE SPACES.
       01 WS-FS-RLFECDIG           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-LOTE-ABERTO           PIC X VALUE 'N'.
           88 LOTE-ABERTO                     VALUE 'S'.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
       01 WS-CONTROLE.
           05 WS-TOT-REGISTROS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NOVO          PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ATUALIZACAO   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-INATIVACAO    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REATIVACAO    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AJUSTE        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DIAS-ANTERIORES PIC 9(007) VALUE ZEROS.
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
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV72P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-FECHADOS CURSOR FOR
               SELECT DT_DIGT, SEQ_DIGT, OPERACAO_DIGT, CODIGO_CLI,
                      RAZSOCIAL_CLI, NUMECNPJ_DIGT, FILIALCNPJ_DIGT,
                      CONTROLE_DIGT, VRULTCOMPRA_DIGT, DATAOPER_DIGT,
                      VLRAJUSTE_DIGT, EMAIL_DIGT, USUARIO_DIGT,
                      HORA_DIGT
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE SITUACAO_DIGT = 'F'
                  AND DATA_GER_DIGT = :WS-DATA-PROCESSAMENTO-HOST
                  AND SEQ_GER_DIGT = :WS-SEQ-LOTE-HOST
                ORDER BY DT_DIGT, SEQ_DIGT
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           INITIALIZE WS-DIGT-HOST
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           DISPLAY 'DEV72P10   INICIO DO PROCESSAMENTO'
      *
           OPEN OUTPUT ARQ-RLFECDIG
           IF WS-FS-RLFECDIG NOT = '00'
               DISPLAY 'DEV72P10   ERRO AO ABRIR RLFECDIG - STATUS: '
                   WS-FS-RLFECDIG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    1 - MARCACAO DOS PENDENTES COMO FECHADOS NESTE LOTE E
      *        CONTAGEM PARA O HEADER.
           PERFORM 0100-CONTA-PENDENTES
           IF WS-QTD-PENDENTES-HOST > 0
               PERFORM 0200-APURA-SEQ-LOTE
               PERFORM 0300-MARCA-FECHADOS
           END-IF
      *
           OPEN OUTPUT ARQ-LOTE
           IF WS-FS-LOTE NOT = '00'
               DISPLAY 'DEV72P10   ERRO AO ABRIR DEV72LOT - STATUS: '
                   WS-FS-LOTE
               EXEC SQL ROLLBACK END-EXEC
               CLOSE ARQ-RLFECDIG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SET LOTE-ABERTO TO TRUE
      *
           MOVE WS-QTD-FECHADOS-HOST TO WS-HDR-SAI-QTDE-REGS
           IF WS-QTD-FECHADOS-HOST > 0
               MOVE 'DIGITADO'            TO WS-HDR-SAI-ORIGEM
               MOVE WS-DATA-PROCESSAMENTO TO WS-HDR-SAI-DATA-GER
               MOVE WS-SEQ-LOTE-HOST      TO WS-HDR-SAI-SEQUENCIA
               MOVE WS-HDR-SAI-IDENT      TO FDG-CB2-LOTE
           ELSE
               MOVE SPACES TO WS-HDR-SAI-IDENT
               MOVE 'SEM REGISTROS' TO FDG-CB2-LOTE
           END-IF
           WRITE REG-LOTE FROM WS-HDR-SAIDA
      *
      *    2 - GERACAO DO LOTE E DO RELATORIO.
           PERFORM 0500-IMPRIME-CABECALHO
           IF WS-QTD-FECHADOS-HOST > 0
               PERFORM 1000-GERA-LOTE
           ELSE
               MOVE 'NENHUM LANCAMENTO PENDENTE A FECHAR'
                   TO FDG-LAV-TEXTO
               WRITE REG-RLFECDIG FROM FDG-LINAVISO
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF
      *
      *    A CONTAGEM DO HEADER E A DO CURSOR TEM QUE BATER - SENAO O
      *    DEV06P10 RECUSARIA O LOTE INTEIRO NA CARGA.
           IF WS-TOT-REGISTROS NOT = WS-QTD-FECHADOS-HOST
               DISPLAY 'DEV72P10   QTDE GRAVADA DIFERE DO HEADER: '
                   WS-TOT-REGISTROS
               PERFORM 9900-ABORTA
           END-IF
      *
           MOVE WS-TOT-REGISTROS    TO WS-TRL-SAI-QTDE-REGS
           MOVE WS-CTRL-TOTAL-SAIDA TO WS-TRL-SAI-CTRL-TOTAL
           WRITE REG-LOTE FROM WS-TRL-SAIDA
           CLOSE ARQ-LOTE
           MOVE 'N' TO WS-LOTE-ABERTO
           IF WS-FS-LOTE NOT = '00'
               DISPLAY 'DEV72P10   ERRO AO FECHAR DEV72LOT - STATUS: '
                   WS-FS-LOTE
               PERFORM 9900-ABORTA
           END-IF
      *
      *    A MARCACAO DOS FECHADOS SO E EFETIVADA COM O LOTE COMPLETO
      *    E FECHADO.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'COMMIT  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           PERFORM 7200-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV72P10   LOTE..........................: '
               WS-HDR-SAI-IDENT
           DISPLAY 'DEV72P10   REGISTROS NO LOTE.............: '
               WS-TOT-REGISTROS
           DISPLAY 'DEV72P10   NOVOS CLIENTES (N)............: '
               WS-TOT-NOVO
           DISPLAY 'DEV72P10   ATUALIZACOES (A)..............: '
               WS-TOT-ATUALIZACAO
           DISPLAY 'DEV72P10   INATIVACOES (I)...............: '
               WS-TOT-INATIVACAO
           DISPLAY 'DEV72P10   REATIVACOES (R)...............: '
               WS-TOT-REATIVACAO
           DISPLAY 'DEV72P10   AJUSTES DE SALDO (B)..........: '
               WS-TOT-AJUSTE
           DISPLAY 'DEV72P10   DIGITADOS EM DIAS ANTERIORES..: '
               WS-TOT-DIAS-ANTERIORES
           DISPLAY 'DEV72P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-REGISTROS = 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           CLOSE ARQ-RLFECDIG
           MOVE WS-TOT-REGISTROS TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
       0100-CONTA-PENDENTES.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTD-PENDENTES-HOST
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE SITUACAO_DIGT = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'CNT PEND' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
      * SEQUENCIA DO LOTE NO DIA - UMA A MAIS QUE A MAIOR JA FECHADA
      * HOJE, PARA QUE UM SEGUNDO FECHAMENTO NO DIA (LANCAMENTOS
      * DIGITADOS DEPOIS DO PRIMEIRO) TENHA IDENTIFICACAO PROPRIA NO
      * DEV06REG.
       0200-APURA-SEQ-LOTE.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_GER_DIGT), 0) + 1
                 INTO :WS-SEQ-LOTE-HOST
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE DATA_GER_DIGT = :WS-DATA-PROCESSAMENTO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'SEQ LOTE' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
      * MARCA DE UMA VEZ OS PENDENTES COMO FECHADOS NESTE LOTE E CONTA
      * OS MARCADOS - E ESTE NUMERO QUE VAI NO HEADER.
       0300-MARCA-FECHADOS.
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_DIGT
                  SET SITUACAO_DIGT = 'F',
                      DATA_GER_DIGT = :WS-DATA-PROCESSAMENTO-HOST,
                      SEQ_GER_DIGT = :WS-SEQ-LOTE-HOST
                WHERE SITUACAO_DIGT = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'UPD FECH' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTD-FECHADOS-HOST
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE SITUACAO_DIGT = 'F'
                  AND DATA_GER_DIGT = :WS-DATA-PROCESSAMENTO-HOST
                  AND SEQ_GER_DIGT = :WS-SEQ-LOTE-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'CNT FECH' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
      * GRAVA NO LOTE, NA ORDEM DE DIGITACAO, OS LANCAMENTOS MARCADOS.
       1000-GERA-LOTE.
           EXEC SQL OPEN C-FECHADOS END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'OPEN CUR' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0150-FETCH-FECHADO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 2000-GRAVA-REGISTRO
               PERFORM 7000-IMPRIME-LANCAMENTO
               PERFORM 0150-FETCH-FECHADO
           END-PERFORM
           EXEC SQL CLOSE C-FECHADOS END-EXEC.
      *
       0150-FETCH-FECHADO.
           EXEC SQL
               FETCH C-FECHADOS
                 INTO :WS-DIGT-DATA-HOST, :WS-DIGT-SEQ-HOST,
                      :WS-DIGT-OPERACAO-HOST, :WS-DIGT-CODIGOCLI-HOST,
                      :WS-DIGT-RAZAOSOCIAL-HOST, :WS-DIGT-CNPJ-HOST,
                      :WS-DIGT-FILIAL-HOST, :WS-DIGT-CONTROLE-HOST,
                      :WS-DIGT-VRULTCOMPRA-HOST, :WS-DIGT-DATAOPER-HOST,
                      :WS-DIGT-VLRAJUSTE-HOST, :WS-DIGT-EMAIL-HOST,
                      :WS-DIGT-USUARIO-HOST, :WS-DIGT-HORA-HOST
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
      * REMONTA O REGISTRO DADOSCLI COMO FOI DIGITADO.
       2000-GRAVA-REGISTRO.
           INITIALIZE PRF-DADOSCLI
           MOVE WS-DIGT-OPERACAO-HOST TO PRF-OPERACAO
           MOVE WS-DIGT-CODIGOCLI-HOST TO PRF-CODIGOCLI
           MOVE WS-DIGT-RAZAOSOCIAL-HOST TO PRF-RAZAOSOCIAL
           MOVE WS-DIGT-CNPJ-HOST TO PRF-CNPJ
           MOVE WS-DIGT-FILIAL-HOST TO PRF-FILIAL
           MOVE WS-DIGT-CONTROLE-HOST TO PRF-CONTROLE
           MOVE WS-DIGT-VRULTCOMPRA-HOST TO PRF-VLRULTCOMPRA
           MOVE WS-DIGT-DATAOPER-HOST TO PRF-DATAOPER
           MOVE WS-DIGT-VLRAJUSTE-HOST TO PRF-VLRAJUSTE
           MOVE WS-DIGT-EMAIL-HOST TO PRF-EMAIL
           WRITE REG-LOTE FROM PRF-DADOSCLI
           ADD 1 TO WS-TOT-REGISTROS
           ADD WS-DIGT-CODIGOCLI-HOST TO WS-CTRL-TOTAL-SAIDA
      *
           EVALUATE WS-DIGT-OPERACAO-HOST
               WHEN 'N'
                   ADD 1 TO WS-TOT-NOVO
               WHEN 'A'
                   ADD 1 TO WS-TOT-ATUALIZACAO
               WHEN 'I'
                   ADD 1 TO WS-TOT-INATIVACAO
               WHEN 'R'
                   ADD 1 TO WS-TOT-REATIVACAO
               WHEN 'B'
                   ADD 1 TO WS-TOT-AJUSTE
           END-EVALUATE
           IF WS-DIGT-DATA-HOST < WS-DATA-PROCESSAMENTO
               ADD 1 TO WS-TOT-DIAS-ANTERIORES
           END-IF.
      *
      * QUALQUER FALHA DE BANCO INTERROMPE O FECHAMENTO - VER
      * 9900-ABORTA.
       0700-SYSOUT-ERRO-SQL.
           DISPLAY 'DEV72P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - DIGITACAO: ' WS-DIGT-DATA-HOST
               ' SEQ: ' WS-DIGT-SEQ-HOST ' SQLCODE: ' SQLCODE
           PERFORM 9900-ABORTA.
      *
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
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO FDG-CB1-DATA
           MOVE WS-REL-PAGINA TO FDG-CB1-PAG
           WRITE REG-RLFECDIG FROM FDG-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLFECDIG FROM FDG-CABEC2 AFTER ADVANCING 2 LINES
           WRITE REG-RLFECDIG FROM FDG-CABEC3 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7000-IMPRIME-LANCAMENTO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-DIGT-DATA-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO FDG-LD1-DATA
           MOVE WS-DIGT-SEQ-HOST TO FDG-LD1-SEQ
           MOVE WS-DIGT-OPERACAO-HOST TO FDG-LD1-OPERACAO
           MOVE WS-DIGT-CODIGOCLI-HOST TO FDG-LD1-CODIGO
           MOVE WS-DIGT-RAZAOSOCIAL-HOST TO FDG-LD1-RAZAO
           MOVE WS-DIGT-CNPJ-HOST TO FDG-LD1-CNPJ
           MOVE WS-DIGT-FILIAL-HOST TO FDG-LD1-FILIAL
           EVALUATE WS-DIGT-OPERACAO-HOST
               WHEN 'N'
               WHEN 'A'
                   MOVE WS-DIGT-VRULTCOMPRA-HOST TO FDG-LD1-VALOR
               WHEN 'B'
                   MOVE WS-DIGT-VLRAJUSTE-HOST TO FDG-LD1-VALOR
               WHEN OTHER
                   MOVE ZEROS TO FDG-LD1-VALOR
           END-EVALUATE
           MOVE WS-DIGT-USUARIO-HOST TO FDG-LD1-USUARIO
           MOVE SPACES TO FDG-LD1-HORA
           STRING WS-DIGT-HORA-HH ':' WS-DIGT-HORA-MM ':'
                  WS-DIGT-HORA-SS
             DELIMITED BY SIZE
             INTO FDG-LD1-HORA
           END-STRING
           WRITE REG-RLFECDIG FROM FDG-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 10 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'REGISTROS NO LOTE' TO FDG-TOT-ROTULO
           MOVE WS-TOT-REGISTROS TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 3 LINES
           MOVE 'NOVOS CLIENTES (N)' TO FDG-TOT-ROTULO
           MOVE WS-TOT-NOVO TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'ATUALIZACOES (A)' TO FDG-TOT-ROTULO
           MOVE WS-TOT-ATUALIZACAO TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'INATIVACOES (I)' TO FDG-TOT-ROTULO
           MOVE WS-TOT-INATIVACAO TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'REATIVACOES (R)' TO FDG-TOT-ROTULO
           MOVE WS-TOT-REATIVACAO TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'AJUSTES DE SALDO (B)' TO FDG-TOT-ROTULO
           MOVE WS-TOT-AJUSTE TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'DIGITADOS EM DIAS ANTERIORES' TO FDG-TOT-ROTULO
           MOVE WS-TOT-DIAS-ANTERIORES TO FDG-TOT-QTDE
           WRITE REG-RLFECDIG FROM FDG-TOTAIS AFTER ADVANCING 2 LINES.
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
               DISPLAY 'DEV72P10   ERRO AO ABRIR RUN-LEDGER - '
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
               DISPLAY 'DEV72P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
      * ABORT - DESFAZ A MARCACAO DOS FECHADOS E DEIXA O LOTE VAZIO
      * (SEM HEADER), QUE O DEV06P10 RECUSA SE FOR SUBMETIDO SOZINHO
      * E DEIXA DE LADO NA LISTA DO DEV06LST. OS LANCAMENTOS VOLTAM A
      * PENDENTES E A REEXECUCAO FECHA TUDO DE NOVO.
       9900-ABORTA.
           EXEC SQL ROLLBACK END-EXEC
           IF LOTE-ABERTO
               CLOSE ARQ-LOTE
           END-IF
           OPEN OUTPUT ARQ-LOTE
           CLOSE ARQ-LOTE
           MOVE 'FECHAMENTO INTERROMPIDO - LOTE VAZIO, VER SYSOUT'
               TO FDG-LAV-TEXTO
           WRITE REG-RLFECDIG FROM FDG-LINAVISO AFTER ADVANCING 2 LINES
           CLOSE ARQ-RLFECDIG
           DISPLAY 'DEV72P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
