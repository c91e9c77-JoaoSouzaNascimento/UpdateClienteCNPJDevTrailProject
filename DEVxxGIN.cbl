       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV68P10.
      *
      *----------------------------------------------------------------*
      * GERACAO DOS AJUSTES DE SALDO DAS INSTRUCOES PERMANENTES        *
      * (ALUNO06.CLIENTPJ_INSTR, MANTIDA PELO DEV67P10). PARA CADA     *
      * INSTRUCAO, APURA O VENCIMENTO MAIS RECENTE: O DIA DA DATA DE   *
      * INICIO (OU O ULTIMO DIA DO MES, SE ESTE FOR MAIS CURTO) A CADA *
      * 1, 2, 3, 6 OU 12 MESES CONFORME A FREQUENCIA, DENTRO DO        *
      * PERIODO INICIO-FIM, LEVADO PARA O PROXIMO DIA UTIL PELO        *
      * CALENDARIO DEV42P10/DEVCALFE. O VENCIMENTO CUJO DIA UTIL JA    *
      * CHEGOU E QUE AINDA NAO CONSTA EM ALUNO06.CLIENTPJ_INSTRG (O    *
      * REGISTRO DO QUE JA FOI GERADO) VAI PARA O LOTE DEV68LOT, NO    *
      * LAYOUT PRF-DADOSCLI COM HEADER/TRAILER, PRONTO PARA SER        *
      * CARREGADO PELO DEV06P10. COMO O DEV06P10 RECUSA DOIS           *
      * REGISTROS 'B' DO MESMO CLIENTE NO MESMO ARQUIVO (CHAVE         *
      * DUPLICADA), AS INSTRUCOES QUE VENCEM JUNTAS PARA UM CLIENTE    *
      * SAEM SOMADAS EM UM UNICO REGISTRO; SE A SOMA DER ZERO, NENHUM  *
      * REGISTRO E GRAVADO. O HEADER LEVA A IDENTIFICACAO DA GERACAO   *
      * (ORIGEM 'INSTRPER' + DATA + SEQUENCIA DO LOTE NO DIA), PARA    *
      * QUE O DEV06P10 RECUSE UMA SEGUNDA CARGA DO MESMO LOTE.         *
      * INSTRUCAO DE CLIENTE INATIVO, ARQUIVADO (CLIENTPJ_ARCH) OU NAO *
      * CADASTRADO NAO E GERADA - SAI NO RELATORIO RLINSGER E VOLTA A  *
      * SER AVALIADA NAS PROXIMAS EXECUCOES. O LOTE E O REGISTRO EM    *
      * CLIENTPJ_INSTRG SAO UMA UNICA UNIDADE DE TRABALHO: O COMMIT SO *
      * ACONTECE DEPOIS DO TRAILER GRAVADO, E UMA FALHA DESFAZ O       *
      * REGISTRO E ESVAZIA O LOTE - A REEXECUCAO NAO COBRA DUAS VEZES. *
      * O ARQUIVO E LIDO DUAS VEZES - A PRIMEIRA SO CONTA OS REGISTROS *
      * PARA O HEADER (MESMA TECNICA DO DEV33P10).                     *
      * RETURN CODE 4 = NADA A GERAR  8 = INSTRUCAO(OES) NAO GERADA(S) *
      * POR SITUACAO DO CLIENTE  12 = ABORT (LOTE VAZIO).              *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIARCH END-EXEC.
      *
       EXEC SQL INCLUDE CLIINSTR END-EXEC.
      *
       EXEC SQL INCLUDE CLIINSTG END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOTE ASSIGN TO 'DEV68LOT'
               FILE STATUS IS WS-FS-LOTE.
           SELECT ARQ-RLINSGER ASSIGN TO 'RLINSGER'
               FILE STATUS IS WS-FS-RLINSGER.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * LOTE DE AJUSTES, NO MESMO LAYOUT E COM O MESMO HEADER/TRAILER
      * QUE O DEV06P10 ESPERA DE UM ARQUIVO DADOSCLI.
       FD ARQ-LOTE
           RECORDING MODE F
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-LOTE                 PIC X(136).
      *
       FD ARQ-RLINSGER
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLINSGER             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVBKCLI.
      *
           COPY DEVGINRL.
      *
       01 WS-INSTRUCAO-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-SEQ-INSTR-HOST        PIC 9(3).
           05 WS-VALOR-HOST            PIC S9(9)V99.
           05 WS-FREQUENCIA-HOST       PIC X(1).
           05 WS-DTINICIO-HOST         PIC 9(8).
           05 WS-DTFIM-HOST            PIC 9(8).
           05 WS-DESCRICAO-HOST        PIC X(40).
      *
       01 WS-RAZSOCIAL-HOST        PIC X(40) VALUE SPACES.
       01 WS-SITUACAO-CLI-HOST     PIC X(1) VALUE SPACES.
           88 CLIENTE-ATIVO                   VALUE 'A'.
           88 CLIENTE-INATIVO                 VALUE 'I'.
           88 CLIENTE-ARQUIVADO               VALUE 'X'.
           88 CLIENTE-NAO-CADASTRADO          VALUE 'N'.
       01 WS-VENCIMENTO-HOST       PIC 9(8) VALUE ZEROS.
       01 WS-QTD-GERADAS-HOST      PIC S9(9) COMP VALUE ZEROS.
       01 WS-SEQ-LOTE-HOST         PIC 9(3) VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-DATA-CORTE-HOST       PIC 9(8) VALUE ZEROS.
      *
      * INSTRUCAO ENCERRADA HA MAIS DESTES DIAS NAO TEM MAIS VENCIMENTO
      * A GERAR (O ULTIMO DIA UTIL POSSIVEL CAI ANTES DISSO) E NEM E
      * LIDA.
       01 WS-DIAS-CORTE            PIC 9(003) VALUE 45.
      *
      * PASSADA CORRENTE SOBRE AS INSTRUCOES - A DE CONTAGEM SO APURA
      * QUANTOS REGISTROS O LOTE VAI TER (HEADER); A DE GERACAO GRAVA
      * O LOTE, O REGISTRO EM CLIENTPJ_INSTRG E O RELATORIO.
       01 WS-PASSADA               PIC X(001) VALUE SPACES.
           88 PASSADA-CONTAGEM                VALUE 'C'.
           88 PASSADA-GERACAO                 VALUE 'G'.
      *
      * ACUMULO DAS INSTRUCOES DO CLIENTE CORRENTE (QUEBRA POR CODIGO).
       01 WS-CODIGO-ANTERIOR       PIC 9(007) VALUE ZEROS.
       01 WS-QTD-INSTR-CLIENTE     PIC 9(005) VALUE ZEROS.
       01 WS-VLR-CLIENTE           PIC S9(9)V99 VALUE ZEROS.
      *
      * APURACAO DO VENCIMENTO (2200-APURA-VENCIMENTO). OS MESES SAO
      * CONTADOS EM NUMERO ABSOLUTO (ANO * 12 + MES - 1) A PARTIR DO
      * MES DA DATA DE INICIO.
       01 WS-DATA-INICIO           PIC 9(008) VALUE ZEROS.
       01 WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
           05 WS-INI-AA            PIC 9(004).
           05 WS-INI-MM            PIC 9(002).
           05 WS-INI-DD            PIC 9(002).
       01 WS-DATA-HOJE             PIC 9(008) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-AA           PIC 9(004).
           05 WS-HOJE-MM           PIC 9(002).
           05 WS-HOJE-DD           PIC 9(002).
       01 WS-DATA-VENC             PIC 9(008) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 WS-VENC-AA           PIC 9(004).
           05 WS-VENC-MM           PIC 9(002).
           05 WS-VENC-DD           PIC 9(002).
       01 WS-DATA-AUX              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-AA            PIC 9(004).
           05 WS-AUX-MM            PIC 9(002).
           05 WS-AUX-DD            PIC 9(002).
       01 WS-DATA-VENC-UTIL        PIC 9(008) VALUE ZEROS.
       01 WS-MES-ABS-INICIO        PIC S9(007) VALUE ZEROS.
       01 WS-MES-ABS-VENC          PIC S9(007) VALUE ZEROS.
       01 WS-MESES-DECORRIDOS      PIC S9(007) VALUE ZEROS.
       01 WS-MESES-INTERVALO       PIC 9(002) VALUE ZEROS.
       01 WS-ULTIMO-DIA-MES        PIC 9(002) VALUE ZEROS.
       01 WS-VENCIMENTO            PIC X(001) VALUE 'N'.
           88 VENCIMENTO-APURADO              VALUE 'S'.
      *
      * AREA DE CHAMADA DO CALENDARIO DE DIAS UTEIS (DEV42P10).
       01 WRK-AREACAL.
          05 WRK-DATACAL           PIC 9(008) VALUE ZEROS.
          05 WRK-MODO-CAL          PIC X(001) VALUE 'P'.
          05 WRK-CODRCAL           PIC X(002) VALUE SPACES.
       01 WRK-PROG-CAL             PIC X(8) VALUE 'DEV42P10'.
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
       01 WS-FS-RLINSGER           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-LOTE-ABERTO           PIC X VALUE 'N'.
           88 LOTE-ABERTO                     VALUE 'S'.
       01 WS-SITUACAO-LINHA        PIC X(022) VALUE SPACES.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
      * CONTAGEM DA PRIMEIRA PASSADA.
       01 WS-PREVISTO.
           05 WS-PRV-REGISTROS     PIC 9(007) VALUE ZEROS.
           05 WS-PRV-INSTRUCOES    PIC 9(007) VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDAS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GERADAS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REGISTROS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LIQUIDO-ZERO  PIC 9(007) VALUE ZEROS.
           05 WS-TOT-INATIVO       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ARQUIVADO     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NAO-CADASTR   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-JA-GERADAS    PIC 9(007) VALUE ZEROS.
           05 WS-VLR-GERADAS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-VLR-REGISTROS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-VLR-NAO-GERADAS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
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
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV68P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-INSTRUCOES CURSOR FOR
               SELECT CODIGO_CLI, SEQ_INSTR, VALOR_INSTR, FREQ_INSTR,
                      DT_INICIO, DT_FIM, DESCRICAO_INSTR
                 FROM ALUNO06.CLIENTPJ_INSTR
                WHERE DT_INICIO <= :WS-DATA-PROCESSAMENTO-HOST
                  AND DT_FIM >= :WS-DATA-CORTE-HOST
                ORDER BY CODIGO_CLI, SEQ_INSTR
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
           COMPUTE WS-DATA-CORTE-HOST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSAMENTO)
                - WS-DIAS-CORTE)
      *
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           DISPLAY 'DEV68P10   INICIO DO PROCESSAMENTO'
      *
           OPEN OUTPUT ARQ-RLINSGER
           IF WS-FS-RLINSGER NOT = '00'
               DISPLAY 'DEV68P10   ERRO AO ABRIR RLINSGER - STATUS: '
                   WS-FS-RLINSGER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    1 - CONTAGEM DOS REGISTROS DO LOTE PARA O HEADER.
           SET PASSADA-CONTAGEM TO TRUE
           PERFORM 1000-PERCORRE-INSTRUCOES
      *
           IF WS-PRV-INSTRUCOES > 0
               PERFORM 0200-APURA-SEQ-LOTE
           END-IF
      *
           OPEN OUTPUT ARQ-LOTE
           IF WS-FS-LOTE NOT = '00'
               DISPLAY 'DEV68P10   ERRO AO ABRIR DEV68LOT - STATUS: '
                   WS-FS-LOTE
               CLOSE ARQ-RLINSGER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SET LOTE-ABERTO TO TRUE
      *
           MOVE WS-PRV-REGISTROS TO WS-HDR-SAI-QTDE-REGS
           IF WS-PRV-REGISTROS > 0
               MOVE 'INSTRPER'            TO WS-HDR-SAI-ORIGEM
               MOVE WS-DATA-PROCESSAMENTO TO WS-HDR-SAI-DATA-GER
               MOVE WS-SEQ-LOTE-HOST      TO WS-HDR-SAI-SEQUENCIA
               MOVE WS-HDR-SAI-IDENT      TO GIN-CB2-LOTE
           ELSE
               MOVE SPACES TO WS-HDR-SAI-IDENT
               MOVE 'SEM REGISTROS' TO GIN-CB2-LOTE
           END-IF
           WRITE REG-LOTE FROM WS-HDR-SAIDA
      *
      *    2 - GERACAO DO LOTE, DO REGISTRO E DO RELATORIO.
           PERFORM 0500-IMPRIME-CABECALHO
           SET PASSADA-GERACAO TO TRUE
           PERFORM 1000-PERCORRE-INSTRUCOES
      *
           IF WS-TOT-GERADAS = 0 AND WS-TOT-INATIVO = 0
              AND WS-TOT-ARQUIVADO = 0 AND WS-TOT-NAO-CADASTR = 0
               MOVE 'NENHUMA INSTRUCAO VENCIDA A GERAR' TO GIN-LAV-TEXTO
               WRITE REG-RLINSGER FROM GIN-LINAVISO
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF
      *
           MOVE WS-TOT-REGISTROS    TO WS-TRL-SAI-QTDE-REGS
           MOVE WS-CTRL-TOTAL-SAIDA TO WS-TRL-SAI-CTRL-TOTAL
           WRITE REG-LOTE FROM WS-TRL-SAIDA
           CLOSE ARQ-LOTE
           MOVE 'N' TO WS-LOTE-ABERTO
           IF WS-FS-LOTE NOT = '00'
               DISPLAY 'DEV68P10   ERRO AO FECHAR DEV68LOT - STATUS: '
                   WS-FS-LOTE
               PERFORM 9900-ABORTA
           END-IF
      *
      *    O REGISTRO DO QUE FOI GERADO SO E EFETIVADO COM O LOTE
      *    COMPLETO E FECHADO.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'COMMIT  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           PERFORM 7200-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV68P10   LOTE..........................: '
               WS-HDR-SAI-IDENT
           DISPLAY 'DEV68P10   INSTRUCOES LIDAS..............: '
               WS-TOT-LIDAS
           DISPLAY 'DEV68P10   INSTRUCOES GERADAS............: '
               WS-TOT-GERADAS
           DISPLAY 'DEV68P10   REGISTROS NO LOTE.............: '
               WS-TOT-REGISTROS
           DISPLAY 'DEV68P10   CLIENTES COM SOMA ZERO........: '
               WS-TOT-LIQUIDO-ZERO
           DISPLAY 'DEV68P10   NAO GERADAS - CLI. INATIVO....: '
               WS-TOT-INATIVO
           DISPLAY 'DEV68P10   NAO GERADAS - CLI. ARQUIVADO..: '
               WS-TOT-ARQUIVADO
           DISPLAY 'DEV68P10   NAO GERADAS - NAO CADASTRADO..: '
               WS-TOT-NAO-CADASTR
           DISPLAY 'DEV68P10   JA GERADAS ANTERIORMENTE......: '
               WS-TOT-JA-GERADAS
           DISPLAY 'DEV68P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN WS-TOT-INATIVO > 0 OR WS-TOT-ARQUIVADO > 0
                    OR WS-TOT-NAO-CADASTR > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-GERADAS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-RLINSGER
           MOVE WS-TOT-GERADAS TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
      * SEQUENCIA DO LOTE NO DIA - UMA A MAIS QUE A MAIOR JA GRAVADA
      * HOJE EM CLIENTPJ_INSTRG, PARA QUE UMA SEGUNDA EXECUCAO NO DIA
      * (INSTRUCAO CADASTRADA DEPOIS DA PRIMEIRA) TENHA IDENTIFICACAO
      * PROPRIA NO DEV06REG.
       0200-APURA-SEQ-LOTE.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_LOTE), 0) + 1
                 INTO :WS-SEQ-LOTE-HOST
                 FROM ALUNO06.CLIENTPJ_INSTRG
                WHERE DT_GERACAO = :WS-DATA-PROCESSAMENTO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'SEQ LOTE' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
      * UMA PASSADA COMPLETA SOBRE AS INSTRUCOES, COM QUEBRA POR
      * CLIENTE.
       1000-PERCORRE-INSTRUCOES.
           MOVE ZEROS TO WS-CODIGO-ANTERIOR
           MOVE ZEROS TO WS-QTD-INSTR-CLIENTE WS-VLR-CLIENTE
           EXEC SQL OPEN C-INSTRUCOES END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'OPEN CUR' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0150-FETCH-INSTRUCAO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               IF WS-CODIGOCLI-HOST NOT = WS-CODIGO-ANTERIOR
                   PERFORM 3000-FECHA-CLIENTE
                   MOVE WS-CODIGOCLI-HOST TO WS-CODIGO-ANTERIOR
                   PERFORM 2100-CONSULTA-CLIENTE
               END-IF
               PERFORM 2000-AVALIA-INSTRUCAO
               PERFORM 0150-FETCH-INSTRUCAO
           END-PERFORM
           PERFORM 3000-FECHA-CLIENTE
           EXEC SQL CLOSE C-INSTRUCOES END-EXEC.
      *
       0150-FETCH-INSTRUCAO.
           EXEC SQL
               FETCH C-INSTRUCOES
                 INTO :WS-CODIGOCLI-HOST, :WS-SEQ-INSTR-HOST,
                      :WS-VALOR-HOST, :WS-FREQUENCIA-HOST,
                      :WS-DTINICIO-HOST, :WS-DTFIM-HOST,
                      :WS-DESCRICAO-HOST
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
      * VENCIMENTO DEVIDO E AINDA NAO GERADO: ENTRA NA SOMA DO CLIENTE
      * SE ELE ESTA ATIVO; SENAO SAI NO RELATORIO COMO NAO GERADO.
       2000-AVALIA-INSTRUCAO.
           IF PASSADA-GERACAO
               ADD 1 TO WS-TOT-LIDAS
           END-IF
      *
           PERFORM 2200-APURA-VENCIMENTO
           IF NOT VENCIMENTO-APURADO
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 2300-CONSULTA-GERADO
           IF WS-QTD-GERADAS-HOST > 0
               IF PASSADA-GERACAO
                   ADD 1 TO WS-TOT-JA-GERADAS
               END-IF
               EXIT PARAGRAPH
           END-IF
      *
           IF PASSADA-CONTAGEM
               IF CLIENTE-ATIVO
                   ADD 1 TO WS-PRV-INSTRUCOES
                   ADD 1 TO WS-QTD-INSTR-CLIENTE
                   ADD WS-VALOR-HOST TO WS-VLR-CLIENTE
               END-IF
               EXIT PARAGRAPH
           END-IF
      *
           EVALUATE TRUE
               WHEN CLIENTE-ATIVO
                   PERFORM 2400-REGISTRA-GERACAO
                   ADD 1 TO WS-QTD-INSTR-CLIENTE
                   ADD WS-VALOR-HOST TO WS-VLR-CLIENTE
                   ADD 1 TO WS-TOT-GERADAS
                   ADD WS-VALOR-HOST TO WS-VLR-GERADAS
                   MOVE 'GERADA' TO WS-SITUACAO-LINHA
               WHEN CLIENTE-INATIVO
                   ADD 1 TO WS-TOT-INATIVO
                   ADD WS-VALOR-HOST TO WS-VLR-NAO-GERADAS
                   MOVE 'CLIENTE INATIVO' TO WS-SITUACAO-LINHA
               WHEN CLIENTE-ARQUIVADO
                   ADD 1 TO WS-TOT-ARQUIVADO
                   ADD WS-VALOR-HOST TO WS-VLR-NAO-GERADAS
                   MOVE 'CLIENTE ARQUIVADO' TO WS-SITUACAO-LINHA
               WHEN OTHER
                   ADD 1 TO WS-TOT-NAO-CADASTR
                   ADD WS-VALOR-HOST TO WS-VLR-NAO-GERADAS
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-SITUACAO-LINHA
           END-EVALUATE
           PERFORM 7000-IMPRIME-INSTRUCAO.
      *
      * SITUACAO DO CLIENTE DA INSTRUCAO - ATIVO OU INATIVO EM
      * CLIENTPJ; FORA DELA, ARQUIVADO (CLIENTPJ_ARCH, DEV21P10) OU
      * NAO CADASTRADO.
       2100-CONSULTA-CLIENTE.
           MOVE SPACES TO WS-RAZSOCIAL-HOST
           EXEC SQL
               SELECT RAZSOCIAL_CLI,
                      CASE WHEN DTINATIVA_CLI IS NULL THEN 'A'
                           ELSE 'I' END
                 INTO :WS-RAZSOCIAL-HOST, :WS-SITUACAO-CLI-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   EXIT PARAGRAPH
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'SEL CLI ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE
      *
           EXEC SQL
               SELECT RAZSOCIAL_CLI
                 INTO :WS-RAZSOCIAL-HOST
                 FROM ALUNO06.CLIENTPJ_ARCH
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET CLIENTE-ARQUIVADO TO TRUE
               WHEN 100
                   SET CLIENTE-NAO-CADASTRADO TO TRUE
               WHEN OTHER
                   MOVE 'SEL ARCH' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
      * VENCIMENTO MAIS RECENTE DA INSTRUCAO CUJO DIA UTIL JA CHEGOU.
      * PARTE DO ULTIMO MES DO CICLO ATE HOJE E RECUA UM CICLO
      * ENQUANTO O DIA UTIL AINDA ESTIVER NO FUTURO OU O VENCIMENTO
      * PASSAR DA DATA DE FIM. VENCIMENTO PERDIDO HA MAIS DE UM CICLO
      * (SEM EXECUCAO NO PERIODO) NAO E RECUPERADO.
       2200-APURA-VENCIMENTO.
           MOVE 'N' TO WS-VENCIMENTO
           EVALUATE WS-FREQUENCIA-HOST
               WHEN 'M'
                   MOVE 1  TO WS-MESES-INTERVALO
               WHEN 'B'
                   MOVE 2  TO WS-MESES-INTERVALO
               WHEN 'T'
                   MOVE 3  TO WS-MESES-INTERVALO
               WHEN 'S'
                   MOVE 6  TO WS-MESES-INTERVALO
               WHEN 'A'
                   MOVE 12 TO WS-MESES-INTERVALO
               WHEN OTHER
                   DISPLAY 'DEV68P10   FREQUENCIA INVALIDA - CODIGO: '
                       WS-CODIGOCLI-HOST ' SEQ: ' WS-SEQ-INSTR-HOST
                   EXIT PARAGRAPH
           END-EVALUATE
      *
           MOVE WS-DTINICIO-HOST TO WS-DATA-INICIO
           COMPUTE WS-MES-ABS-INICIO = WS-INI-AA * 12 + WS-INI-MM - 1
           COMPUTE WS-MESES-DECORRIDOS =
               WS-HOJE-AA * 12 + WS-HOJE-MM - 1 - WS-MES-ABS-INICIO
           COMPUTE WS-MESES-DECORRIDOS = WS-MESES-DECORRIDOS -
               FUNCTION MOD(WS-MESES-DECORRIDOS, WS-MESES-INTERVALO)
      *
           PERFORM UNTIL VENCIMENTO-APURADO
                      OR WS-MESES-DECORRIDOS < 0
               PERFORM 2250-MONTA-VENCIMENTO
               IF WS-DATA-VENC NOT > WS-DTFIM-HOST
                   MOVE WS-DATA-VENC TO WRK-DATACAL
                   MOVE 'P' TO WRK-MODO-CAL
                   CALL WRK-PROG-CAL USING WRK-AREACAL
                   IF WRK-CODRCAL = 'OK'
                      AND WRK-DATACAL NOT > WS-DATA-PROCESSAMENTO
                       MOVE WRK-DATACAL TO WS-DATA-VENC-UTIL
                       SET VENCIMENTO-APURADO TO TRUE
                   END-IF
               END-IF
               IF NOT VENCIMENTO-APURADO
                   SUBTRACT WS-MESES-INTERVALO
                       FROM WS-MESES-DECORRIDOS
               END-IF
           END-PERFORM.
      *
      * DATA DO VENCIMENTO NO MES WS-MESES-DECORRIDOS DEPOIS DO MES DE
      * INICIO - O DIA DO INICIO, OU O ULTIMO DIA DO MES SE ELE FOR
      * MAIS CURTO (INICIO NO DIA 31 VENCE EM 28/29 EM FEVEREIRO).
       2250-MONTA-VENCIMENTO.
           COMPUTE WS-MES-ABS-VENC =
               WS-MES-ABS-INICIO + WS-MESES-DECORRIDOS
           COMPUTE WS-VENC-AA = WS-MES-ABS-VENC / 12
           COMPUTE WS-VENC-MM = WS-MES-ABS-VENC - WS-VENC-AA * 12 + 1
           MOVE WS-INI-DD TO WS-VENC-DD
           IF WS-INI-DD < 29
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-VENC-MM = 12
               COMPUTE WS-AUX-AA = WS-VENC-AA + 1
               MOVE 1 TO WS-AUX-MM
           ELSE
               MOVE WS-VENC-AA TO WS-AUX-AA
               COMPUTE WS-AUX-MM = WS-VENC-MM + 1
           END-IF
           MOVE 1 TO WS-AUX-DD
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           MOVE WS-AUX-DD TO WS-ULTIMO-DIA-MES
           IF WS-INI-DD > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-VENC-DD
           END-IF.
      *
      * O VENCIMENTO JA FOI GERADO EM EXECUCAO ANTERIOR?
       2300-CONSULTA-GERADO.
           MOVE WS-DATA-VENC TO WS-VENCIMENTO-HOST
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-GERADAS-HOST
                 FROM ALUNO06.CLIENTPJ_INSTRG
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_INSTR = :WS-SEQ-INSTR-HOST
                  AND DT_VENCIMENTO = :WS-VENCIMENTO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'CNT GER ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
       2400-REGISTRA-GERACAO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_INSTRG (
                   CODIGO_CLI, SEQ_INSTR, DT_VENCIMENTO, DT_GERACAO,
                   SEQ_LOTE, VALOR_GERADO
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-SEQ-INSTR-HOST,
                   :WS-VENCIMENTO-HOST, :WS-DATA-PROCESSAMENTO-HOST,
                   :WS-SEQ-LOTE-HOST, :WS-VALOR-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'INS GER ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
      * FIM DAS INSTRUCOES DE UM CLIENTE - A SOMA DO QUE VENCEU VIRA
      * UM UNICO REGISTRO 'B' NO LOTE.
       3000-FECHA-CLIENTE.
           IF WS-QTD-INSTR-CLIENTE = 0
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-VLR-CLIENTE NOT = 0
               IF PASSADA-CONTAGEM
                   ADD 1 TO WS-PRV-REGISTROS
               ELSE
                   PERFORM 3100-GRAVA-AJUSTE
               END-IF
           ELSE
               IF PASSADA-GERACAO
                   ADD 1 TO WS-TOT-LIQUIDO-ZERO
                   PERFORM 7100-IMPRIME-LIQUIDO-ZERO
               END-IF
           END-IF
      *
           MOVE ZEROS TO WS-QTD-INSTR-CLIENTE WS-VLR-CLIENTE.
      *
       3100-GRAVA-AJUSTE.
           INITIALIZE PRF-DADOSCLI
           MOVE 'B' TO PRF-OPERACAO
           MOVE WS-CODIGO-ANTERIOR TO PRF-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO PRF-RAZAOSOCIAL
           MOVE WS-DATA-PROCESSAMENTO TO PRF-DATAOPER
           MOVE WS-VLR-CLIENTE TO PRF-VLRAJUSTE
           WRITE REG-LOTE FROM PRF-DADOSCLI
           ADD 1 TO WS-TOT-REGISTROS
           ADD WS-VLR-CLIENTE TO WS-VLR-REGISTROS
           ADD WS-CODIGO-ANTERIOR TO WS-CTRL-TOTAL-SAIDA.
      *
      * QUALQUER FALHA DE BANCO INTERROMPE A GERACAO - VER 9900-ABORTA.
       0700-SYSOUT-ERRO-SQL.
           DISPLAY 'DEV68P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - CODIGO: ' WS-CODIGOCLI-HOST
               ' SEQ: ' WS-SEQ-INSTR-HOST ' SQLCODE: ' SQLCODE
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
           MOVE WS-REL-DATA-EDIT TO GIN-CB1-DATA
           MOVE WS-REL-PAGINA TO GIN-CB1-PAG
           WRITE REG-RLINSGER FROM GIN-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLINSGER FROM GIN-CABEC2 AFTER ADVANCING 2 LINES
           WRITE REG-RLINSGER FROM GIN-CABEC3 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7000-IMPRIME-INSTRUCAO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CODIGOCLI-HOST TO GIN-LD1-CODIGO
           MOVE WS-SEQ-INSTR-HOST TO GIN-LD1-SEQ
           MOVE WS-RAZSOCIAL-HOST TO GIN-LD1-RAZAO
           MOVE WS-DESCRICAO-HOST TO GIN-LD1-DESCRICAO
           MOVE WS-DATA-VENC TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO GIN-LD1-VENCIMENTO
           MOVE WS-DATA-VENC-UTIL TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO GIN-LD1-DIA-UTIL
           MOVE WS-VALOR-HOST TO GIN-LD1-VALOR
           MOVE WS-SITUACAO-LINHA TO GIN-LD1-SITUACAO
           WRITE REG-RLINSGER FROM GIN-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7100-IMPRIME-LIQUIDO-ZERO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO GIN-LAV-TEXTO
           STRING 'CLIENTE ' DELIMITED BY SIZE
                  WS-CODIGO-ANTERIOR DELIMITED BY SIZE
                  ' - INSTRUCOES DO DIA SE ANULAM, SEM REGISTRO NO LOTE'
                      DELIMITED BY SIZE
             INTO GIN-LAV-TEXTO
           END-STRING
           WRITE REG-RLINSGER FROM GIN-LINAVISO AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 9 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'INSTRUCOES GERADAS' TO GIN-TOT-ROTULO
           MOVE WS-TOT-GERADAS TO GIN-TOT-QTDE
           MOVE WS-VLR-GERADAS TO GIN-TOT-VALOR
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 3 LINES
           MOVE 'REGISTROS NO LOTE (UM POR CLIENTE)' TO GIN-TOT-ROTULO
           MOVE WS-TOT-REGISTROS TO GIN-TOT-QTDE
           MOVE WS-VLR-REGISTROS TO GIN-TOT-VALOR
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CLIENTES COM INSTRUCOES QUE SE ANULAM'
               TO GIN-TOT-ROTULO
           MOVE WS-TOT-LIQUIDO-ZERO TO GIN-TOT-QTDE
           MOVE SPACES TO GIN-TOT-VALOR-X
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'NAO GERADAS - CLIENTE INATIVO' TO GIN-TOT-ROTULO
           MOVE WS-TOT-INATIVO TO GIN-TOT-QTDE
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'NAO GERADAS - CLIENTE ARQUIVADO' TO GIN-TOT-ROTULO
           MOVE WS-TOT-ARQUIVADO TO GIN-TOT-QTDE
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'NAO GERADAS - CLIENTE NAO CADASTRADO' TO GIN-TOT-ROTULO
           MOVE WS-TOT-NAO-CADASTR TO GIN-TOT-QTDE
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'VALOR DAS NAO GERADAS' TO GIN-TOT-ROTULO
           MOVE ZEROS TO GIN-TOT-QTDE
           MOVE WS-VLR-NAO-GERADAS TO GIN-TOT-VALOR
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'JA GERADAS EM EXECUCAO ANTERIOR' TO GIN-TOT-ROTULO
           MOVE WS-TOT-JA-GERADAS TO GIN-TOT-QTDE
           MOVE SPACES TO GIN-TOT-VALOR-X
           WRITE REG-RLINSGER FROM GIN-TOTAIS AFTER ADVANCING 2 LINES.
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
               DISPLAY 'DEV68P10   ERRO AO ABRIR RUN-LEDGER - '
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
               DISPLAY 'DEV68P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
      * ABORT - DESFAZ O REGISTRO DO QUE FOI GERADO E DEIXA O LOTE
      * VAZIO (SEM HEADER), QUE O DEV06P10 RECUSA SE FOR SUBMETIDO
      * SOZINHO E DEIXA DE LADO NA LISTA DO DEV06LST. A REEXECUCAO
      * GERA TUDO DE NOVO.
       9900-ABORTA.
           EXEC SQL ROLLBACK END-EXEC
           IF LOTE-ABERTO
               CLOSE ARQ-LOTE
           END-IF
           OPEN OUTPUT ARQ-LOTE
           CLOSE ARQ-LOTE
           MOVE 'GERACAO INTERROMPIDA POR ERRO - LOTE VAZIO, VER SYSOUT'
               TO GIN-LAV-TEXTO
           WRITE REG-RLINSGER FROM GIN-LINAVISO AFTER ADVANCING 2 LINES
           CLOSE ARQ-RLINSGER
           DISPLAY 'DEV68P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
