       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV61P10.
      *
      *----------------------------------------------------------------*
      * RATING DE RISCO NOTURNO DOS CLIENTES ATIVOS DE ALUNO06.        *
      * CLIENTPJ. CADA CLIENTE RECEBE UM NIVEL DE 0 A 3 EM CINCO       *
      * FATORES - DORMENCIA (DIAS SEM COMPRA, COMO NO DEV19P10),       *
      * BLOQUEIO DE CREDITO DA RAIZ (CLIENTPJ_BLOQ, DO DEV31P10),      *
      * SITUACAO NA RECEITA FEDERAL (DEV50SIT, DO DEV50P10), VARIACAO  *
      * DO SALDO_CLI NO HISTORICO (COMO NO DEV27P10) E REJEICOES NA    *
      * CARGA DIARIA (CLIENTPJ_REJ). A SOMA PONDERADA DOS NIVEIS DA    *
      * OS PONTOS E OS PONTOS DAO A LETRA DE A (MENOR RISCO) A E.      *
      * PESOS, JANELAS E LIMIARES VEM DO ARQUIVO DE PARAMETROS         *
      * DEVRSKPR (LAYOUT DEVRSKCL). O RATING FICA EM ALUNO06.          *
      * CLIENTPJ_RISCO COM A DATA EM QUE A LETRA PASSOU A VALER - UMA  *
      * LINHA NOVA SO QUANDO A LETRA MUDA, PARA RASTREAR AS MUDANCAS.  *
      * O RLRISCO LISTA OS CLIENTES CUJA LETRA PIOROU DESDE A ULTIMA   *
      * EXECUCAO. RETURN CODE 8 = EXISTE CLIENTE COM PIORA OU ERRO.    *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIRISCO END-EXEC.
      *
       EXEC SQL INCLUDE CLIBLOQ END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETROS ASSIGN TO 'DEVRSKPR'
               FILE STATUS IS WS-FS-PARAMETROS.
           SELECT ARQ-SIT-RECEITA ASSIGN TO 'DEV50SIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIT-CHAVE
               FILE STATUS IS WS-FS-SIT-RECEITA.
           SELECT ARQ-RLRISCO ASSIGN TO 'RLRISCO'
               FILE STATUS IS WS-FS-RLRISCO.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-PARAMETROS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-PARAMETROS           PIC X(080).
      *
      * SITUACAO CADASTRAL NA RECEITA FEDERAL POR CNPJ+FILIAL, GERADA
      * PELO DEV50P10 NA MESMA NOITE - SOMENTE LEITURA AQUI.
       FD ARQ-SIT-RECEITA
           RECORD CONTAINS 13 CHARACTERS.
       01 REG-SIT-RECEITA.
           05 SIT-CHAVE.
               10 SIT-CNPJ             PIC X(008).
               10 SIT-FILIAL           PIC X(004).
           05 SIT-SITUACAO             PIC X(001).
      *
       FD ARQ-RLRISCO
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLRISCO              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVRSKCL.
      *
           COPY DEVRSKRL.
      *
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-CNPJA-HOST            PIC X(8).
           05 WS-FILIALA-HOST          PIC X(4).
           05 WS-SALDO-HOST            PIC S9(11)V99.
           05 WS-DTULTCOMPRA-HOST      PIC 9(8).
      *
      * RATING EM VIGOR ANTES DE HOJE (ULTIMA LINHA DE CLIENTPJ_RISCO
      * COM DT_RATING ANTERIOR A DATA DE PROCESSAMENTO).
       01 WS-RATING-ANT-HOST.
           05 WS-ANT-RATING-HOST       PIC X(1).
           05 WS-ANT-DTRATING-HOST     PIC 9(8).
       01 WS-TEM-RATING-ANT        PIC X VALUE 'N'.
           88 TEM-RATING-ANTERIOR             VALUE 'S'.
      *
       01 WS-RATING-NOVO-HOST.
           05 WS-NOVO-RATING-HOST      PIC X(1).
           05 WS-NOVO-PONTOS-HOST      PIC S9(5) COMP-3.
           05 WS-NOVO-NIVEIS-HOST.
               10 WS-NOVO-NIVDOR-HOST  PIC S9(1) COMP-3.
               10 WS-NOVO-NIVLIM-HOST  PIC S9(1) COMP-3.
               10 WS-NOVO-NIVRFB-HOST  PIC S9(1) COMP-3.
               10 WS-NOVO-NIVVAR-HOST  PIC S9(1) COMP-3.
               10 WS-NOVO-NIVREJ-HOST  PIC S9(1) COMP-3.
           05 WS-NOVO-NIVEIS-R REDEFINES WS-NOVO-NIVEIS-HOST.
               10 WS-NOVO-NIVEL-HOST   PIC S9(1) COMP-3
                                       OCCURS 5 TIMES.
      *
       01 WS-SITUACAO-BLOQ-HOST    PIC X(1) VALUE SPACES.
       01 WS-SALDO-MAX-HOST        PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-MIN-HOST        PIC S9(11)V99 VALUE ZEROS.
       01 WS-QTD-HIST-HOST         PIC S9(9) COMP VALUE ZEROS.
       01 WS-QTD-REJ-HOST          PIC S9(9) COMP VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-DESDE-VARIACAO-HOST   PIC 9(8) VALUE ZEROS.
       01 WS-DESDE-REJEICAO-HOST   PIC 9(8) VALUE ZEROS.
      *
       01 WS-FS-PARAMETROS         PIC XX VALUE SPACES.
       01 WS-FS-SIT-RECEITA        PIC XX VALUE SPACES.
       01 WS-FS-RLRISCO            PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-FIM-PARAMETROS        PIC X VALUE 'N'.
       01 WS-RECEITA-DISPONIVEL    PIC X VALUE 'N'.
           88 RECEITA-DISPONIVEL              VALUE 'S'.
      *
      * FATORES DO RATING - 1 = DORMENCIA, 2 = LIMITE, 3 = RECEITA,
      * 4 = VARIACAO, 5 = REJEICAO. LIMITE E RECEITA TEM NIVEL FIXO
      * PELA SITUACAO ENCONTRADA (LIMIARES NAO USADOS); OS DEMAIS
      * SOBEM UM NIVEL A CADA LIMIAR ULTRAPASSADO.
       01 WS-TAB-FATORES.
           05 WS-FATOR             OCCURS 5 TIMES.
               10 WS-FAT-NOME      PIC X(010).
               10 WS-FAT-PESO      PIC 9(003).
               10 WS-FAT-JANELA    PIC 9(003).
               10 WS-FAT-LIMIAR    PIC 9(009) OCCURS 3 TIMES.
      * PONTUACAO MAXIMA DE CADA LETRA A, B, C E D - ACIMA = E.
       01 WS-TAB-CORTES.
           05 WS-CORTE-PONTOS      PIC 9(005) OCCURS 4 TIMES.
       01 WS-LETRAS                PIC X(005) VALUE 'ABCDE'.
       01 WS-LETRAS-R REDEFINES WS-LETRAS.
           05 WS-LETRA             PIC X(001) OCCURS 5 TIMES.
       01 WS-IND-FATOR             PIC 9(002) VALUE ZEROS.
       01 WS-IND-LIMIAR            PIC 9(002) VALUE ZEROS.
       01 WS-IND-LETRA             PIC 9(002) VALUE ZEROS.
      *
       01 WS-VALOR-AVALIADO        PIC S9(013)V99 VALUE ZEROS.
       01 WS-NIVEL-CALCULADO       PIC 9(001) VALUE ZEROS.
       01 WS-DIAS-SEM-COMPRA       PIC S9(005) VALUE ZEROS.
       01 WS-DIAS-HOJE             PIC 9(007) VALUE ZEROS.
       01 WS-COMMIT-INTERVALO      PIC 9(005) VALUE 500.
      *
       01 WS-CONTROLE.
           05 WS-TOT-CLIENTES      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-PIORARAM      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-MELHORARAM    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-PRIMEIRO      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ERROS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LETRA         PIC 9(007) OCCURS 5 TIMES.
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
       01 WS-REL-DATA.
           05 WS-REL-DATA-AA       PIC 9(004).
           05 WS-REL-DATA-MM       PIC 9(002).
           05 WS-REL-DATA-DD       PIC 9(002).
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
           05 WS-RUN-PROGRAMA      PIC X(8) VALUE 'DEV61P10'.
           05 WS-RUN-DATA          PIC 9(8) VALUE ZEROS.
           05 WS-RUN-HORA-INICIO   PIC 9(6) VALUE ZEROS.
           05 WS-RUN-HORA-FIM      PIC 9(6) VALUE ZEROS.
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-RISCO CURSOR WITH HOLD FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI, SALDO_CLI, DTULTCOMPRA_CLI
                 FROM ALUNO06.CLIENTPJ
                WHERE DTINATIVA_CLI IS NULL
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSAMENTO)
      *
           PERFORM 9100-REGISTRA-INICIO-RUN
      *
           DISPLAY 'DEV61P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-ASSUME-DEFAULTS
           PERFORM 0200-LE-PARAMETROS
      *
           COMPUTE WS-DESDE-VARIACAO-HOST = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE - WS-FAT-JANELA(4))
           COMPUTE WS-DESDE-REJEICAO-HOST = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE - WS-FAT-JANELA(5))
      *
           OPEN OUTPUT ARQ-RLRISCO
      *
           IF WS-FS-RLRISCO NOT = '00'
               DISPLAY 'DEV61P10   ERRO AO ABRIR RLRISCO - STATUS: '
                   WS-FS-RLRISCO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
      * SEM O DEV50SIT O FATOR RECEITA FICA EM ZERO PARA TODOS - NAO
      * IMPEDE O RATING DOS DEMAIS FATORES.
           OPEN INPUT ARQ-SIT-RECEITA
           IF WS-FS-SIT-RECEITA = '00'
               MOVE 'S' TO WS-RECEITA-DISPONIVEL
           ELSE
               DISPLAY 'DEV61P10   DEV50SIT NAO DISPONIVEL - STATUS: '
                   WS-FS-SIT-RECEITA ' - FATOR RECEITA IGNORADO'
           END-IF
      *
           MOVE 1 TO WS-IND-LETRA
           PERFORM UNTIL WS-IND-LETRA > 5
               MOVE ZEROS TO WS-TOT-LETRA(WS-IND-LETRA)
               ADD 1 TO WS-IND-LETRA
           END-PERFORM
      *
           EXEC SQL OPEN C-RISCO END-EXEC
      *
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               ADD 1 TO WS-TOT-CLIENTES
               PERFORM 1000-AVALIA-CLIENTE
               PERFORM 2000-GRAVA-RATING
               IF FUNCTION MOD(WS-TOT-CLIENTES, WS-COMMIT-INTERVALO)
                   = 0
                   EXEC SQL COMMIT END-EXEC
               END-IF
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
      *
           EXEC SQL CLOSE C-RISCO END-EXEC
      *
           EXEC SQL COMMIT END-EXEC
      *
           IF RECEITA-DISPONIVEL
               CLOSE ARQ-SIT-RECEITA
           END-IF
      *
           IF WS-TOT-PIORARAM = 0
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7100-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV61P10   TOTAL DE CLIENTES AVALIADOS....: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV61P10   TOTAL DE CLIENTES COM PIORA....: '
               WS-TOT-PIORARAM
           DISPLAY 'DEV61P10   TOTAL DE CLIENTES COM MELHORA..: '
               WS-TOT-MELHORARAM
           DISPLAY 'DEV61P10   TOTAL DE PRIMEIROS RATINGS.....: '
               WS-TOT-PRIMEIRO
           DISPLAY 'DEV61P10   TOTAL DE ERROS DE GRAVACAO.....: '
               WS-TOT-ERROS
           DISPLAY 'DEV61P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN WS-TOT-CLIENTES = 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TOT-PIORARAM > 0 OR WS-TOT-ERROS > 0
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-RLRISCO
           MOVE WS-TOT-CLIENTES TO WS-RUN-QT-CHAVE
           PERFORM 9200-REGISTRA-FIM-RUN
           GOBACK.
      *
      * PESOS E LIMIARES USADOS QUANDO O FATOR NAO ESTA NO DEVRSKPR.
      * DORMENCIA NAS MESMAS FAIXAS DO DEV19P10 (30/90/180 DIAS),
      * VARIACAO EM REAIS NOS ULTIMOS 30 DIAS, REJEICOES EM 90 DIAS.
       0100-ASSUME-DEFAULTS.
           MOVE 'DORMENCIA ' TO WS-FAT-NOME(1)
           MOVE 10 TO WS-FAT-PESO(1)
           MOVE ZEROS TO WS-FAT-JANELA(1)
           MOVE 30 TO WS-FAT-LIMIAR(1, 1)
           MOVE 90 TO WS-FAT-LIMIAR(1, 2)
           MOVE 180 TO WS-FAT-LIMIAR(1, 3)
      *
           MOVE 'LIMITE    ' TO WS-FAT-NOME(2)
           MOVE 20 TO WS-FAT-PESO(2)
           MOVE ZEROS TO WS-FAT-JANELA(2)
           MOVE ZEROS TO WS-FAT-LIMIAR(2, 1)
                         WS-FAT-LIMIAR(2, 2)
                         WS-FAT-LIMIAR(2, 3)
      *
           MOVE 'RECEITA   ' TO WS-FAT-NOME(3)
           MOVE 30 TO WS-FAT-PESO(3)
           MOVE ZEROS TO WS-FAT-JANELA(3)
           MOVE ZEROS TO WS-FAT-LIMIAR(3, 1)
                         WS-FAT-LIMIAR(3, 2)
                         WS-FAT-LIMIAR(3, 3)
      *
           MOVE 'VARIACAO  ' TO WS-FAT-NOME(4)
           MOVE 10 TO WS-FAT-PESO(4)
           MOVE 30 TO WS-FAT-JANELA(4)
           MOVE 10000 TO WS-FAT-LIMIAR(4, 1)
           MOVE 50000 TO WS-FAT-LIMIAR(4, 2)
           MOVE 100000 TO WS-FAT-LIMIAR(4, 3)
      *
           MOVE 'REJEICAO  ' TO WS-FAT-NOME(5)
           MOVE 5 TO WS-FAT-PESO(5)
           MOVE 90 TO WS-FAT-JANELA(5)
           MOVE 1 TO WS-FAT-LIMIAR(5, 1)
           MOVE 3 TO WS-FAT-LIMIAR(5, 2)
           MOVE 5 TO WS-FAT-LIMIAR(5, 3)
      *
           MOVE 10 TO WS-CORTE-PONTOS(1)
           MOVE 30 TO WS-CORTE-PONTOS(2)
           MOVE 60 TO WS-CORTE-PONTOS(3)
           MOVE 90 TO WS-CORTE-PONTOS(4).
      *
      * REGISTRO COM CAMPO NUMERICO INVALIDO OU FATOR DESCONHECIDO E
      * IGNORADO (FICA O DEFAULT). ARQUIVO AUSENTE NAO E ERRO.
       0200-LE-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAMETROS NOT = '00'
               DISPLAY 'DEV61P10   DEVRSKPR NAO DISPONIVEL - STATUS: '
                   WS-FS-PARAMETROS ' - ASSUMIDOS OS DEFAULTS'
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM UNTIL WS-FIM-PARAMETROS = 'S'
               READ ARQ-PARAMETROS INTO PRM-REGISTRO
                   AT END
                       MOVE 'S' TO WS-FIM-PARAMETROS
                   NOT AT END
                       IF PRM-REGISTRO(1:1) NOT = '*'
                           PERFORM 0250-APLICA-PARAMETRO
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE ARQ-PARAMETROS
      *
           MOVE 1 TO WS-IND-FATOR
           PERFORM UNTIL WS-IND-FATOR > 5
               DISPLAY 'DEV61P10   FATOR ' WS-FAT-NOME(WS-IND-FATOR)
                   ' PESO ' WS-FAT-PESO(WS-IND-FATOR)
                   ' JANELA ' WS-FAT-JANELA(WS-IND-FATOR)
                   ' LIMIARES ' WS-FAT-LIMIAR(WS-IND-FATOR, 1)
                   ' ' WS-FAT-LIMIAR(WS-IND-FATOR, 2)
                   ' ' WS-FAT-LIMIAR(WS-IND-FATOR, 3)
               ADD 1 TO WS-IND-FATOR
           END-PERFORM
           DISPLAY 'DEV61P10   CORTES A/B/C/D ' WS-CORTE-PONTOS(1)
               ' ' WS-CORTE-PONTOS(2) ' ' WS-CORTE-PONTOS(3)
               ' ' WS-CORTE-PONTOS(4).
      *
       0250-APLICA-PARAMETRO.
           IF PRM-PESO NOT NUMERIC OR PRM-JANELA NOT NUMERIC
              OR PRM-LIMIAR(1) NOT NUMERIC
              OR PRM-LIMIAR(2) NOT NUMERIC
              OR PRM-LIMIAR(3) NOT NUMERIC
              OR PRM-LIMIAR(4) NOT NUMERIC
               DISPLAY 'DEV61P10   PARAMETRO INVALIDO IGNORADO: '
                   PRM-FATOR
               EXIT PARAGRAPH
           END-IF
      *
           IF PRM-FATOR = 'RATING'
               MOVE PRM-LIMIAR(1) TO WS-CORTE-PONTOS(1)
               MOVE PRM-LIMIAR(2) TO WS-CORTE-PONTOS(2)
               MOVE PRM-LIMIAR(3) TO WS-CORTE-PONTOS(3)
               MOVE PRM-LIMIAR(4) TO WS-CORTE-PONTOS(4)
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 1 TO WS-IND-FATOR
           PERFORM UNTIL WS-IND-FATOR > 5
                      OR WS-FAT-NOME(WS-IND-FATOR) = PRM-FATOR
               ADD 1 TO WS-IND-FATOR
           END-PERFORM
           IF WS-IND-FATOR > 5
               DISPLAY 'DEV61P10   FATOR DESCONHECIDO IGNORADO: '
                   PRM-FATOR
               EXIT PARAGRAPH
           END-IF
      *
           MOVE PRM-PESO TO WS-FAT-PESO(WS-IND-FATOR)
           MOVE PRM-JANELA TO WS-FAT-JANELA(WS-IND-FATOR)
           MOVE PRM-LIMIAR(1) TO WS-FAT-LIMIAR(WS-IND-FATOR, 1)
           MOVE PRM-LIMIAR(2) TO WS-FAT-LIMIAR(WS-IND-FATOR, 2)
           MOVE PRM-LIMIAR(3) TO WS-FAT-LIMIAR(WS-IND-FATOR, 3).
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-RISCO
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-CNPJA-HOST, :WS-FILIALA-HOST,
                      :WS-SALDO-HOST, :WS-DTULTCOMPRA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
      * NIVEL DE CADA FATOR E SOMA PONDERADA. A LETRA E A PRIMEIRA
      * CUJO CORTE COMPORTA OS PONTOS - ACIMA DO CORTE DE D, E.
       1000-AVALIA-CLIENTE.
           PERFORM 1100-FATOR-DORMENCIA
           PERFORM 1200-FATOR-LIMITE
           PERFORM 1300-FATOR-RECEITA
           PERFORM 1400-FATOR-VARIACAO
           PERFORM 1500-FATOR-REJEICAO
      *
           MOVE ZEROS TO WS-NOVO-PONTOS-HOST
           MOVE 1 TO WS-IND-FATOR
           PERFORM UNTIL WS-IND-FATOR > 5
               COMPUTE WS-NOVO-PONTOS-HOST = WS-NOVO-PONTOS-HOST +
                   WS-FAT-PESO(WS-IND-FATOR) *
                   WS-NOVO-NIVEL-HOST(WS-IND-FATOR)
               ADD 1 TO WS-IND-FATOR
           END-PERFORM
      *
           MOVE 1 TO WS-IND-LETRA
           PERFORM UNTIL WS-IND-LETRA > 4
                      OR WS-NOVO-PONTOS-HOST <=
                         WS-CORTE-PONTOS(WS-IND-LETRA)
               ADD 1 TO WS-IND-LETRA
           END-PERFORM
           MOVE WS-LETRA(WS-IND-LETRA) TO WS-NOVO-RATING-HOST
           ADD 1 TO WS-TOT-LETRA(WS-IND-LETRA).
      *
      * DTULTCOMPRA_CLI ZERADA (SEM COMPRA REGISTRADA) E O NIVEL MAIS
      * ALTO, COMO A FAIXA "MAIS DE 180" DO DEV19P10.
       1100-FATOR-DORMENCIA.
           MOVE 1 TO WS-IND-FATOR
           IF WS-DTULTCOMPRA-HOST = 0
               MOVE 3 TO WS-NIVEL-CALCULADO
           ELSE
               COMPUTE WS-DIAS-SEM-COMPRA = WS-DIAS-HOJE -
                   FUNCTION INTEGER-OF-DATE(WS-DTULTCOMPRA-HOST)
               MOVE WS-DIAS-SEM-COMPRA TO WS-VALOR-AVALIADO
               PERFORM 1900-NIVEL-POR-LIMIAR
           END-IF
           MOVE WS-NIVEL-CALCULADO TO WS-NOVO-NIVEL-HOST(1).
      *
      * RAIZ BLOQUEADA PELO DEV31P10 = 3; BLOQUEIO LIBERADO PELO
      * SUPERVISOR MAS AINDA ACIMA DO LIMITE = 2.
       1200-FATOR-LIMITE.
           MOVE ZEROS TO WS-NOVO-NIVEL-HOST(2)
           EXEC SQL
               SELECT SITUACAO_BLOQ
                 INTO :WS-SITUACAO-BLOQ-HOST
                 FROM ALUNO06.CLIENTPJ_BLOQ
                WHERE NUMECNPJA_CLI = :WS-CNPJA-HOST
           END-EXEC
           IF SQLCODE = 0
               IF WS-SITUACAO-BLOQ-HOST = 'B'
                   MOVE 3 TO WS-NOVO-NIVEL-HOST(2)
               ELSE
                   MOVE 2 TO WS-NOVO-NIVEL-HOST(2)
               END-IF
           END-IF.
      *
      * CNPJ BAIXADO NA RECEITA = 3; SUSPENSO = 2.
       1300-FATOR-RECEITA.
           MOVE ZEROS TO WS-NOVO-NIVEL-HOST(3)
           IF NOT RECEITA-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNPJA-HOST TO SIT-CNPJ
           MOVE WS-FILIALA-HOST TO SIT-FILIAL
           READ ARQ-SIT-RECEITA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE SIT-SITUACAO
                       WHEN 'B'
                           MOVE 3 TO WS-NOVO-NIVEL-HOST(3)
                       WHEN 'S'
                           MOVE 2 TO WS-NOVO-NIVEL-HOST(3)
                   END-EVALUATE
           END-READ.
      *
      * AMPLITUDE (MAIOR MENOS MENOR) DO SALDO NAS IMAGENS DE
      * HISTORICO DA JANELA, INCLUINDO O SALDO ATUAL.
       1400-FATOR-VARIACAO.
           MOVE 4 TO WS-IND-FATOR
           EXEC SQL
               SELECT VALUE(MAX(SALDO_CLI), 0),
                      VALUE(MIN(SALDO_CLI), 0), COUNT(*)
                 INTO :WS-SALDO-MAX-HOST, :WS-SALDO-MIN-HOST,
                      :WS-QTD-HIST-HOST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DATA_HIST >= :WS-DESDE-VARIACAO-HOST
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-QTD-HIST-HOST = 0
               MOVE ZEROS TO WS-NOVO-NIVEL-HOST(4)
               EXIT PARAGRAPH
           END-IF
           IF WS-SALDO-HOST > WS-SALDO-MAX-HOST
               MOVE WS-SALDO-HOST TO WS-SALDO-MAX-HOST
           END-IF
           IF WS-SALDO-HOST < WS-SALDO-MIN-HOST
               MOVE WS-SALDO-HOST TO WS-SALDO-MIN-HOST
           END-IF
           COMPUTE WS-VALOR-AVALIADO =
               WS-SALDO-MAX-HOST - WS-SALDO-MIN-HOST
           PERFORM 1900-NIVEL-POR-LIMIAR
           MOVE WS-NIVEL-CALCULADO TO WS-NOVO-NIVEL-HOST(4).
      *
       1500-FATOR-REJEICAO.
           MOVE 5 TO WS-IND-FATOR
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-REJ-HOST
                 FROM ALUNO06.CLIENTPJ_REJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DATA_REJ >= :WS-DESDE-REJEICAO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-QTD-REJ-HOST
           END-IF
           MOVE WS-QTD-REJ-HOST TO WS-VALOR-AVALIADO
           PERFORM 1900-NIVEL-POR-LIMIAR
           MOVE WS-NIVEL-CALCULADO TO WS-NOVO-NIVEL-HOST(5).
      *
      * NIVEL = QUANTIDADE DE LIMIARES DO FATOR WS-IND-FATOR QUE O
      * VALOR AVALIADO ULTRAPASSA (0 A 3). LIMIAR ZERO NAO CONTA.
       1900-NIVEL-POR-LIMIAR.
           MOVE ZEROS TO WS-NIVEL-CALCULADO
           MOVE 1 TO WS-IND-LIMIAR
           PERFORM UNTIL WS-IND-LIMIAR > 3
               IF WS-FAT-LIMIAR(WS-IND-FATOR, WS-IND-LIMIAR) > 0
                  AND WS-VALOR-AVALIADO >
                      WS-FAT-LIMIAR(WS-IND-FATOR, WS-IND-LIMIAR)
                   ADD 1 TO WS-NIVEL-CALCULADO
               END-IF
               ADD 1 TO WS-IND-LIMIAR
           END-PERFORM.
      *
      * O RATING ANTERIOR E O ULTIMO ANTES DE HOJE - UMA REEXECUCAO NO
      * MESMO DIA DESCARTA A LINHA DE HOJE E COMPARA DE NOVO COM ELE.
      * LETRA IGUAL SO ATUALIZA PONTOS E NIVEIS DA LINHA EM VIGOR, QUE
      * CONTINUA COM A DATA EM QUE A LETRA PASSOU A VALER.
       2000-GRAVA-RATING.
           MOVE 'N' TO WS-TEM-RATING-ANT
           EXEC SQL
               SELECT RATING_RISCO, DT_RATING
                 INTO :WS-ANT-RATING-HOST, :WS-ANT-DTRATING-HOST
                 FROM ALUNO06.CLIENTPJ_RISCO
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DT_RATING =
                      (SELECT MAX(DT_RATING)
                         FROM ALUNO06.CLIENTPJ_RISCO
                        WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                          AND DT_RATING < :WS-DATA-PROCESSAMENTO-HOST)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO WS-TEM-RATING-ANT
           END-IF
      *
           EXEC SQL
               DELETE FROM ALUNO06.CLIENTPJ_RISCO
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DT_RATING = :WS-DATA-PROCESSAMENTO-HOST
           END-EXEC
      *
           IF TEM-RATING-ANTERIOR
              AND WS-ANT-RATING-HOST = WS-NOVO-RATING-HOST
               PERFORM 2100-ATUALIZA-RATING
           ELSE
               PERFORM 2200-INSERE-RATING
           END-IF
      *
           EVALUATE TRUE
               WHEN NOT TEM-RATING-ANTERIOR
                   ADD 1 TO WS-TOT-PRIMEIRO
               WHEN WS-NOVO-RATING-HOST > WS-ANT-RATING-HOST
                   ADD 1 TO WS-TOT-PIORARAM
                   PERFORM 7000-IMPRIME-PIORA
               WHEN WS-NOVO-RATING-HOST < WS-ANT-RATING-HOST
                   ADD 1 TO WS-TOT-MELHORARAM
           END-EVALUATE.
      *
       2100-ATUALIZA-RATING.
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_RISCO SET
                 PONTOS_RISCO    = :WS-NOVO-PONTOS-HOST,
                 NIVEL_DORMENCIA = :WS-NOVO-NIVDOR-HOST,
                 NIVEL_LIMITE    = :WS-NOVO-NIVLIM-HOST,
                 NIVEL_RECEITA   = :WS-NOVO-NIVRFB-HOST,
                 NIVEL_VARIACAO  = :WS-NOVO-NIVVAR-HOST,
                 NIVEL_REJEICAO  = :WS-NOVO-NIVREJ-HOST,
                 DT_CALCULO      = :WS-DATA-PROCESSAMENTO-HOST
               WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                 AND DT_RATING = :WS-ANT-DTRATING-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV61P10   ERRO AO ATUALIZAR RATING DO CLIENTE '
                   WS-CODIGOCLI-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
           END-IF.
      *
       2200-INSERE-RATING.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_RISCO
                 (CODIGO_CLI, DT_RATING, RATING_RISCO, PONTOS_RISCO,
                  NIVEL_DORMENCIA, NIVEL_LIMITE, NIVEL_RECEITA,
                  NIVEL_VARIACAO, NIVEL_REJEICAO, DT_CALCULO)
               VALUES
                 (:WS-CODIGOCLI-HOST, :WS-DATA-PROCESSAMENTO-HOST,
                  :WS-NOVO-RATING-HOST, :WS-NOVO-PONTOS-HOST,
                  :WS-NOVO-NIVDOR-HOST, :WS-NOVO-NIVLIM-HOST,
                  :WS-NOVO-NIVRFB-HOST, :WS-NOVO-NIVVAR-HOST,
                  :WS-NOVO-NIVREJ-HOST, :WS-DATA-PROCESSAMENTO-HOST)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV61P10   ERRO AO GRAVAR RATING DO CLIENTE '
                   WS-CODIGOCLI-HOST ' - SQLCODE: ' SQLCODE
               ADD 1 TO WS-TOT-ERROS
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO RSK-CB1-DATA
           MOVE WS-REL-PAGINA TO RSK-CB1-PAG
           WRITE REG-RLRISCO FROM RSK-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLRISCO FROM RSK-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       7000-IMPRIME-PIORA.
           IF WS-REL-LINHA >= WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CODIGOCLI-HOST TO RSK-LD1-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO RSK-LD1-RAZSOCIAL
           MOVE WS-ANT-RATING-HOST TO RSK-LD1-RATING-ANT
           MOVE WS-ANT-DTRATING-HOST TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO RSK-LD1-DESDE
           MOVE WS-NOVO-RATING-HOST TO RSK-LD1-RATING-NOVO
           MOVE WS-NOVO-PONTOS-HOST TO RSK-LD1-PONTOS
           MOVE WS-NOVO-NIVEL-HOST(1) TO RSK-LD1-NIVEL-DOR
           MOVE WS-NOVO-NIVEL-HOST(2) TO RSK-LD1-NIVEL-LIM
           MOVE WS-NOVO-NIVEL-HOST(3) TO RSK-LD1-NIVEL-RFB
           MOVE WS-NOVO-NIVEL-HOST(4) TO RSK-LD1-NIVEL-VAR
           MOVE WS-NOVO-NIVEL-HOST(5) TO RSK-LD1-NIVEL-REJ
           WRITE REG-RLRISCO FROM RSK-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7100-IMPRIME-TOTAIS.
           MOVE WS-TOT-LETRA(1) TO RSK-TOT-A
           MOVE WS-TOT-LETRA(2) TO RSK-TOT-B
           MOVE WS-TOT-LETRA(3) TO RSK-TOT-C
           MOVE WS-TOT-LETRA(4) TO RSK-TOT-D
           MOVE WS-TOT-LETRA(5) TO RSK-TOT-E
           WRITE REG-RLRISCO FROM RSK-TOTAIS AFTER ADVANCING 3 LINES
           MOVE WS-TOT-CLIENTES TO RSK-TOT-AVALIADOS
           MOVE WS-TOT-PIORARAM TO RSK-TOT-PIORARAM
           MOVE WS-TOT-MELHORARAM TO RSK-TOT-MELHORARAM
           MOVE WS-TOT-PRIMEIRO TO RSK-TOT-PRIMEIRO
           MOVE WS-TOT-ERROS TO RSK-TOT-ERROS
           WRITE REG-RLRISCO FROM RSK-TOTAIS2 AFTER ADVANCING 1 LINES.
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
               DISPLAY 'DEV61P10   ERRO AO ABRIR RUN-LEDGER - '
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
               DISPLAY 'DEV61P10   ERRO AO FECHAR RUN-LEDGER - '
                   'SQLCODE: ' SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
      *
