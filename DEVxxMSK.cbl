       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV81P10.
      *
      *----------------------------------------------------------------*
      * COPIA MASCARADA DOS DADOS DE CLIENTES PARA O AMBIENTE DE       *
      * TESTE. LE ALUNO06.CLIENTPJ, ALUNO06.CLIENTPJ_HIST E O MESTRE   *
      * DE FILIAIS DEV06FLM DE PRODUCAO E GRAVA AS DESCARGAS MSKCLIPJ  *
      * E MSKHIST (LAYOUT DEVMSKCL, PARA O LOAD NO BANCO DE TESTE) E O *
      * EXTRATO MSKFLM (LAYOUT DO RFEXTFLM, CARREGADO NO DEV06FLM DE   *
      * TESTE PELO DEV11P10), SEM EXPOR DADO REAL DE EMPRESA:          *
      *   - RAZSOCIAL_CLI E EMAIL_CLI SAO TROCADOS POR VALORES FIXOS   *
      *     DERIVADOS DO CODIGO_CLI ('EMPRESA TESTE NNNNNNN' E         *
      *     'CLINNNNNNN@EXAMPLE.COM') - O MESMO CODIGO RECEBE O MESMO  *
      *     NOME NA CLIENTPJ E EM TODAS AS IMAGENS DA TRILHA. NOME OU  *
      *     EMAIL NULO OU EM BRANCO CONTINUA NULO OU EM BRANCO;        *
      *   - CADA RAIZ DE CNPJ VIRA UMA RAIZ NOVA, SEQUENCIAL, GUARDADA *
      *     NO ARQUIVO DE TRABALHO DEV81MAP - TODAS AS FILIAIS DE UMA  *
      *     RAIZ FICAM SOB A MESMA RAIZ NOVA NAS TRES SAIDAS, E OS     *
      *     DIGITOS DE CONTROLE DA CLIENTPJ SAO REGERADOS PELO MODO    *
      *     'G' DO DEV08P10 PARA A RAIZ NOVA E A FILIAL. AS RAIZES SAO *
      *     NUMERADAS PRIMEIRO NA ORDEM DO DEV06FLM, ENTAO O MSKFLM JA *
      *     SAI NA ORDEM DE CNPJ+FILIAL QUE O DEV11P10 EXIGE;          *
      *   - CODIGOS, SALDOS, VALORES, DATAS, FILIAIS E OS CAMPOS DE    *
      *     CONTROLE DA TRILHA (SEQ_HIST, ORIGEM, APROVACAO) SAEM      *
      *     INALTERADOS, PARA QUE FUSAO, OPERACOES DE GRUPO POR RAIZ E *
      *     AS RECONCILIACOES SE COMPORTEM NO TESTE COMO EM PRODUCAO.  *
      * O DEV81MAP PERMITE VOLTAR DA RAIZ MASCARADA A REAL - E CRIADO  *
      * VAZIO ANTES E EXCLUIDO DEPOIS DA EXECUCAO PELO PROPRIO JOB     *
      * (DEVMSK10) E NAO PODE SER COPIADO PARA O TESTE.                *
      * RETURN CODE 4 = CLIENTPJ VAZIA  8 = CLIENTE(S) COM RAIZ OU     *
      * FILIAL PARA AS QUAIS O DEV08P10 NAO GEROU O CONTROLE (SAEM COM *
      * CTLCNPJ_CLI EM BRANCO, VER SYSOUT)  12 = ABORT (ERRO DE BANCO  *
      * OU DE ARQUIVO, OU DEV81MAP NAO VAZIO) - NAO CARREGAR O TESTE.  *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FILIAL ASSIGN TO 'DEV06FLM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FLM-CHAVE
               FILE STATUS IS WS-FS-FILIAL.
      * DE-PARA DAS RAIZES DE CNPJ (REAL -> MASCARADA) DESTA EXECUCAO.
           SELECT ARQ-MAPA ASSIGN TO 'DEV81MAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-RAIZ-ORIGEM
               FILE STATUS IS WS-FS-MAPA.
           SELECT ARQ-MSKCLI ASSIGN TO 'MSKCLIPJ'
               FILE STATUS IS WS-FS-MSKCLI.
           SELECT ARQ-MSKHIST ASSIGN TO 'MSKHIST'
               FILE STATUS IS WS-FS-MSKHIST.
           SELECT ARQ-MSKFLM ASSIGN TO 'MSKFLM'
               FILE STATUS IS WS-FS-MSKFLM.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-FILIAL
           RECORD CONTAINS 12 CHARACTERS.
       01 REG-FILIAL.
           05 FLM-CHAVE.
               10 FLM-CNPJ             PIC X(008).
               10 FLM-FILIAL           PIC X(004).
      *
       FD ARQ-MAPA
           RECORD CONTAINS 16 CHARACTERS.
       01 REG-MAPA.
           05 MAP-RAIZ-ORIGEM          PIC X(008).
           05 MAP-RAIZ-NOVA            PIC X(008).
      *
       FD ARQ-MSKCLI
           RECORDING MODE F
           RECORD CONTAINS 210 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-MSKCLI               PIC X(210).
      *
       FD ARQ-MSKHIST
           RECORDING MODE F
           RECORD CONTAINS 210 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-MSKHIST              PIC X(210).
      *
      * MESMO LAYOUT DO EXTRATO RFEXTFLM LIDO PELO DEV11P10.
       FD ARQ-MSKFLM
           RECORDING MODE F
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-MSKFLM.
           05 MFL-CNPJ                 PIC X(008).
           05 MFL-FILIAL               PIC X(004).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVMSKCL.
      *
      * LINHA DA CLIENTPJ - NULOS TROCADOS NO PROPRIO SELECT, COM A
      * INDICACAO DE NULO DE CADA COLUNA NOS INDICADORES.
       01 WS-CLI-HOST.
           05 WS-CLI-CODIGOCLI-HOST    PIC 9(7).
           05 WS-CLI-RAZSOCIAL-HOST    PIC X(40).
           05 WS-CLI-RAIZ-HOST         PIC X(8).
           05 WS-CLI-FILIAL-HOST       PIC X(4).
           05 WS-CLI-FILIALCNPJ-HOST   PIC 9(4).
           05 WS-CLI-CTLCNPJ-HOST      PIC X(2).
           05 WS-CLI-SALDO-HOST        PIC S9(11)V99.
           05 WS-CLI-VRULTCOMPRA-HOST  PIC S9(9)V99.
           05 WS-CLI-DTULTCOMPRA-HOST  PIC X(10).
           05 WS-CLI-DTATLZDADOS-HOST  PIC X(10).
           05 WS-CLI-DTINATIVA-HOST    PIC X(10).
           05 WS-CLI-DTAGENDA-HOST     PIC X(10).
           05 WS-CLI-EMAIL-HOST        PIC X(50).
           05 WS-CLI-NULOS-HOST        PIC X(12).
      *
      * IMAGEM DA TRILHA.
       01 WS-HST-HOST.
           05 WS-HST-SEQ-HOST          PIC 9(9).
           05 WS-HST-CODIGOCLI-HOST    PIC 9(7).
           05 WS-HST-TIPO-OPER-HOST    PIC X(1).
           05 WS-HST-TIPO-IMAGEM-HOST  PIC X(1).
           05 WS-HST-DATA-HOST         PIC X(10).
           05 WS-HST-RAZSOCIAL-HOST    PIC X(40).
           05 WS-HST-RAIZ-HOST         PIC X(8).
           05 WS-HST-FILIAL-HOST       PIC X(4).
           05 WS-HST-SALDO-HOST        PIC S9(11)V99.
           05 WS-HST-VRULTCOMPRA-HOST  PIC S9(9)V99.
           05 WS-HST-DTULTCOMPRA-HOST  PIC X(10).
           05 WS-HST-DTATLZDADOS-HOST  PIC X(10).
           05 WS-HST-DTINATIVA-HOST    PIC X(10).
           05 WS-HST-DTAGENDA-HOST     PIC X(10).
           05 WS-HST-PROGRAMA-HOST     PIC X(8).
           05 WS-HST-USUARIO-HOST      PIC X(8).
           05 WS-HST-ORIGEM-GER-HOST   PIC X(8).
           05 WS-HST-DATA-GER-HOST     PIC X(8).
           05 WS-HST-SEQ-GER-HOST      PIC X(3).
           05 WS-HST-SEQ-APROV-HOST    PIC 9(7).
           05 WS-HST-NULOS-HOST        PIC X(9).
      *
       01 WS-FS-FILIAL             PIC XX VALUE SPACES.
       01 WS-FS-MAPA               PIC XX VALUE SPACES.
       01 WS-FS-MSKCLI             PIC XX VALUE SPACES.
       01 WS-FS-MSKHIST            PIC XX VALUE SPACES.
       01 WS-FS-MSKFLM             PIC XX VALUE SPACES.
       01 WS-FIM-FILIAL            PIC X VALUE 'N'.
       01 WS-FIM-CLIENTES          PIC X VALUE 'N'.
       01 WS-FIM-HISTORICO         PIC X VALUE 'N'.
      *
      * RAIZ A TRADUZIR E A RAIZ MASCARADA CORRESPONDENTE, E A ULTIMA
      * RAIZ MASCARADA ATRIBUIDA NESTA EXECUCAO.
       01 WS-RAIZ-ORIGEM           PIC X(8) VALUE SPACES.
       01 WS-RAIZ-NOVA             PIC X(8) VALUE SPACES.
       01 WS-RAIZ-ANTERIOR         PIC X(8) VALUE LOW-VALUES.
       01 WS-ULTIMA-RAIZ           PIC 9(8) VALUE ZEROS.
      *
      * NOME E EMAIL MASCARADOS DO CODIGO EM CURSO.
       01 WS-CODIGO-MASCARA        PIC 9(7) VALUE ZEROS.
       01 WS-RAZSOCIAL-MASCARA     PIC X(40) VALUE SPACES.
       01 WS-EMAIL-MASCARA         PIC X(50) VALUE SPACES.
      *
       01 WRK-AREACNPJ.
           05 WRK-DADOS-CNPJ.
               10 WRK-CNPJ         PIC X(8).
               10 WRK-FILIAL       PIC X(4).
               10 WRK-CONTROLE     PIC 9(2).
           05 WRK-CODRCNPJ         PIC X(2).
           05 WRK-MODO-CNPJ        PIC X(1) VALUE 'G'.
      *
       01 WRK-PROG-CNPJ            PIC X(8) VALUE 'DEV08P10'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-FILIAIS       PIC 9(009) VALUE ZEROS.
           05 WS-TOT-RAIZES        PIC 9(009) VALUE ZEROS.
           05 WS-TOT-CLIENTES      PIC 9(009) VALUE ZEROS.
           05 WS-TOT-IMAGENS       PIC 9(009) VALUE ZEROS.
           05 WS-TOT-SEM-CONTROLE  PIC 9(009) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    A RAIZ USADA NO DE-PARA E A ALFANUMERICA; CLIENTE AINDA SEM
      *    ELA (ANTERIOR AO BACKFILL DO DEV06P10) USA A NUMERICA LEGADA.
           EXEC SQL DECLARE C-CLIENTES CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI,
                      VALUE(NUMECNPJA_CLI, DIGITS(NUMECNPJ_CLI), ' '),
                      VALUE(FILIALCNPJA_CLI, DIGITS(FILIALCNPJ_CLI),
                            ' '),
                      VALUE(FILIALCNPJ_CLI, 0),
                      VALUE(CTLCNPJ_CLI, ' '),
                      VALUE(SALDO_CLI, 0),
                      VALUE(VRULTCOMPRA_CLI, 0),
                      VALUE(CHAR(DTULTCOMPRA_CLI, ISO), ' '),
                      VALUE(CHAR(DTATLZDADOS_CLI, ISO), ' '),
                      VALUE(CHAR(DTINATIVA_CLI, ISO), ' '),
                      VALUE(CHAR(DTAGENDA_CLI, ISO), ' '),
                      VALUE(EMAIL_CLI, ' '),
                      CASE WHEN NUMECNPJ_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN FILIALCNPJ_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN CTLCNPJ_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN NUMECNPJA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN FILIALCNPJA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN SALDO_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN VRULTCOMPRA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTULTCOMPRA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTATLZDADOS_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTINATIVA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTAGENDA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN EMAIL_CLI IS NULL
                           THEN 'S' ELSE 'N' END
                 FROM ALUNO06.CLIENTPJ
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-HISTORICO CURSOR FOR
               SELECT SEQ_HIST, CODIGO_CLI, TIPO_OPER_HIST,
                      TIPO_IMAGEM_HIST, CHAR(DATA_HIST, ISO),
                      VALUE(RAZSOCIAL_CLI, ' '),
                      VALUE(NUMECNPJA_CLI, ' '),
                      VALUE(FILIALCNPJA_CLI, ' '),
                      VALUE(SALDO_CLI, 0),
                      VALUE(VRULTCOMPRA_CLI, 0),
                      VALUE(CHAR(DTULTCOMPRA_CLI, ISO), ' '),
                      VALUE(CHAR(DTATLZDADOS_CLI, ISO), ' '),
                      VALUE(CHAR(DTINATIVA_CLI, ISO), ' '),
                      VALUE(CHAR(DTAGENDA_CLI, ISO), ' '),
                      PROGRAMA_HIST, USUARIO_HIST, ORIGEM_GER_HIST,
                      DATA_GER_HIST, SEQ_GER_HIST, SEQ_APROV_HIST,
                      CASE WHEN RAZSOCIAL_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN NUMECNPJA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN FILIALCNPJA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN SALDO_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN VRULTCOMPRA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTULTCOMPRA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTATLZDADOS_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTINATIVA_CLI IS NULL
                           THEN 'S' ELSE 'N' END ||
                      CASE WHEN DTAGENDA_CLI IS NULL
                           THEN 'S' ELSE 'N' END
                 FROM ALUNO06.CLIENTPJ_HIST
                ORDER BY SEQ_HIST
           END-EXEC.
      *
           DISPLAY 'DEV81P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 1000-MASCARA-FILIAIS
           PERFORM 2000-MASCARA-CLIENTES
           PERFORM 3000-MASCARA-HISTORICO
      *
           CLOSE ARQ-MAPA ARQ-MSKCLI ARQ-MSKHIST ARQ-MSKFLM
      *
           DISPLAY 'DEV81P10   FILIAIS NO MSKFLM..............: '
               WS-TOT-FILIAIS
           DISPLAY 'DEV81P10   RAIZES DE CNPJ MASCARADAS......: '
               WS-TOT-RAIZES
           DISPLAY 'DEV81P10   CLIENTES NO MSKCLIPJ...........: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV81P10   IMAGENS NO MSKHIST.............: '
               WS-TOT-IMAGENS
           DISPLAY 'DEV81P10   CLIENTES SEM DIGITO DE CONTROLE: '
               WS-TOT-SEM-CONTROLE
           DISPLAY 'DEV81P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-CLIENTES = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-SEM-CONTROLE > 0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      * O DEV81MAP TEM DE CHEGAR VAZIO (RECEM-DEFINIDO PELO JOB) - UM
      * DE-PARA DE OUTRA EXECUCAO FARIA A NUMERACAO DAS RAIZES NOVAS
      * RECOMECAR SOBRE RAIZES JA ATRIBUIDAS.
       0100-ABRE-ARQUIVOS.
           OPEN INPUT ARQ-FILIAL
           IF WS-FS-FILIAL NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO ABRIR DEV06FLM - STATUS: '
                   WS-FS-FILIAL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-MAPA
           IF WS-FS-MAPA NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO ABRIR DEV81MAP - STATUS: '
                   WS-FS-MAPA ' (O ARQUIVO DEVE ESTAR VAZIO)'
               CLOSE ARQ-FILIAL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARQ-MAPA
           OPEN I-O ARQ-MAPA
           IF WS-FS-MAPA NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO ABRIR DEV81MAP - STATUS: '
                   WS-FS-MAPA
               CLOSE ARQ-FILIAL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-MSKCLI
           IF WS-FS-MSKCLI NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO ABRIR MSKCLIPJ - STATUS: '
                   WS-FS-MSKCLI
               CLOSE ARQ-FILIAL ARQ-MAPA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-MSKHIST
           IF WS-FS-MSKHIST NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO ABRIR MSKHIST - STATUS: '
                   WS-FS-MSKHIST
               CLOSE ARQ-FILIAL ARQ-MAPA ARQ-MSKCLI
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-MSKFLM
           IF WS-FS-MSKFLM NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO ABRIR MSKFLM - STATUS: '
                   WS-FS-MSKFLM
               CLOSE ARQ-FILIAL ARQ-MAPA ARQ-MSKCLI ARQ-MSKHIST
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *----------------------------------------------------------------*
      * MESTRE DE FILIAIS - LIDO EM ORDEM DE CNPJ+FILIAL; CADA RAIZ    *
      * NOVA RECEBE O PROXIMO NUMERO DA SEQUENCIA, ENTAO O MSKFLM SAI  *
      * NA MESMA ORDEM.                                                *
      *----------------------------------------------------------------*
      *
       1000-MASCARA-FILIAIS.
           PERFORM 1100-LE-FILIAL
           PERFORM UNTIL WS-FIM-FILIAL = 'S'
               IF FLM-CNPJ NOT = WS-RAIZ-ANTERIOR
                   MOVE FLM-CNPJ TO WS-RAIZ-ORIGEM
                   PERFORM 5000-TRADUZ-RAIZ
                   MOVE FLM-CNPJ TO WS-RAIZ-ANTERIOR
               END-IF
               MOVE WS-RAIZ-NOVA TO MFL-CNPJ
               MOVE FLM-FILIAL TO MFL-FILIAL
               WRITE REG-MSKFLM
               IF WS-FS-MSKFLM NOT = '00'
                   DISPLAY 'DEV81P10   ERRO AO GRAVAR MSKFLM - STATUS: '
                       WS-FS-MSKFLM
                   PERFORM 9900-ABORTA
               END-IF
               ADD 1 TO WS-TOT-FILIAIS
               PERFORM 1100-LE-FILIAL
           END-PERFORM
           CLOSE ARQ-FILIAL.
      *
       1100-LE-FILIAL.
           READ ARQ-FILIAL
               AT END MOVE 'S' TO WS-FIM-FILIAL
           END-READ
           IF WS-FIM-FILIAL NOT = 'S' AND WS-FS-FILIAL NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO LER DEV06FLM - STATUS: '
                   WS-FS-FILIAL
               PERFORM 9900-ABORTA
           END-IF.
      *
      *----------------------------------------------------------------*
      * CLIENTPJ - NOME, EMAIL, RAIZ E DIGITOS DE CONTROLE MASCARADOS; *
      * O RESTANTE DA LINHA COMO ESTA EM PRODUCAO.                     *
      *----------------------------------------------------------------*
      *
       2000-MASCARA-CLIENTES.
           EXEC SQL OPEN C-CLIENTES END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV81P10   ERRO OPEN C-CLIENTES - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM 2100-FETCH-CLIENTE
           PERFORM UNTIL WS-FIM-CLIENTES = 'S'
               PERFORM 2200-GRAVA-CLIENTE
               PERFORM 2100-FETCH-CLIENTE
           END-PERFORM
      *
           EXEC SQL CLOSE C-CLIENTES END-EXEC.
      *
       2100-FETCH-CLIENTE.
           EXEC SQL
               FETCH C-CLIENTES
                 INTO :WS-CLI-CODIGOCLI-HOST, :WS-CLI-RAZSOCIAL-HOST,
                      :WS-CLI-RAIZ-HOST, :WS-CLI-FILIAL-HOST,
                      :WS-CLI-FILIALCNPJ-HOST, :WS-CLI-CTLCNPJ-HOST,
                      :WS-CLI-SALDO-HOST, :WS-CLI-VRULTCOMPRA-HOST,
                      :WS-CLI-DTULTCOMPRA-HOST,
                      :WS-CLI-DTATLZDADOS-HOST,
                      :WS-CLI-DTINATIVA-HOST, :WS-CLI-DTAGENDA-HOST,
                      :WS-CLI-EMAIL-HOST, :WS-CLI-NULOS-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CLIENTES
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV81P10   ERRO FETCH C-CLIENTES - '
                       'SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
           END-IF.
      *
       2200-GRAVA-CLIENTE.
           MOVE WS-CLI-NULOS-HOST TO MSK-CLI-NULOS
           MOVE WS-CLI-CODIGOCLI-HOST TO MSK-CLI-CODIGOCLI
                                         WS-CODIGO-MASCARA
           PERFORM 5500-MONTA-MASCARA
           MOVE WS-RAZSOCIAL-MASCARA TO MSK-CLI-RAZSOCIAL
           IF WS-CLI-EMAIL-HOST = SPACES
               MOVE SPACES TO MSK-CLI-EMAIL
           ELSE
               MOVE WS-EMAIL-MASCARA TO MSK-CLI-EMAIL
           END-IF
      *
           MOVE WS-CLI-RAIZ-HOST TO WS-RAIZ-ORIGEM
           PERFORM 5000-TRADUZ-RAIZ
           MOVE WS-RAIZ-NOVA TO MSK-CLI-NUMECNPJA
           IF WS-RAIZ-NOVA = SPACES
               MOVE ZEROS TO MSK-CLI-NUMECNPJ
           ELSE
               MOVE WS-RAIZ-NOVA TO MSK-CLI-NUMECNPJ
           END-IF
           MOVE WS-CLI-FILIALCNPJ-HOST TO MSK-CLI-FILIALCNPJ
           MOVE WS-CLI-FILIAL-HOST TO MSK-CLI-FILIALCNPJA
      *
      *    CONTROLE NULO NA ORIGEM CONTINUA NULO; OS DEMAIS SAO
      *    REGERADOS PARA A RAIZ NOVA.
           MOVE SPACES TO MSK-CLI-CTLCNPJ
           IF MSK-CLI-NL-CTLCNPJ NOT = 'S'
               PERFORM 5200-GERA-CONTROLE
           END-IF
      *
           MOVE WS-CLI-SALDO-HOST TO MSK-CLI-SALDO
           MOVE WS-CLI-VRULTCOMPRA-HOST TO MSK-CLI-VRULTCOMPRA
           MOVE WS-CLI-DTULTCOMPRA-HOST TO MSK-CLI-DTULTCOMPRA
           MOVE WS-CLI-DTATLZDADOS-HOST TO MSK-CLI-DTATLZDADOS
           MOVE WS-CLI-DTINATIVA-HOST TO MSK-CLI-DTINATIVA
           MOVE WS-CLI-DTAGENDA-HOST TO MSK-CLI-DTAGENDA
      *
           WRITE REG-MSKCLI FROM MSK-CLIENTE
           IF WS-FS-MSKCLI NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO GRAVAR MSKCLIPJ - STATUS: '
                   WS-FS-MSKCLI
               PERFORM 9900-ABORTA
           END-IF
           ADD 1 TO WS-TOT-CLIENTES.
      *
      *----------------------------------------------------------------*
      * CLIENTPJ_HIST - NOME E RAIZ DE CADA IMAGEM MASCARADOS COM OS   *
      * MESMOS VALORES DA CLIENTPJ; SEQUENCIA, CODIGOS E CAMPOS DE     *
      * CONTROLE DA TRILHA INALTERADOS.                                *
      *----------------------------------------------------------------*
      *
       3000-MASCARA-HISTORICO.
           EXEC SQL OPEN C-HISTORICO END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV81P10   ERRO OPEN C-HISTORICO - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM 3100-FETCH-HISTORICO
           PERFORM UNTIL WS-FIM-HISTORICO = 'S'
               PERFORM 3200-GRAVA-HISTORICO
               PERFORM 3100-FETCH-HISTORICO
           END-PERFORM
      *
           EXEC SQL CLOSE C-HISTORICO END-EXEC.
      *
       3100-FETCH-HISTORICO.
           EXEC SQL
               FETCH C-HISTORICO
                 INTO :WS-HST-SEQ-HOST, :WS-HST-CODIGOCLI-HOST,
                      :WS-HST-TIPO-OPER-HOST,
                      :WS-HST-TIPO-IMAGEM-HOST, :WS-HST-DATA-HOST,
                      :WS-HST-RAZSOCIAL-HOST, :WS-HST-RAIZ-HOST,
                      :WS-HST-FILIAL-HOST, :WS-HST-SALDO-HOST,
                      :WS-HST-VRULTCOMPRA-HOST,
                      :WS-HST-DTULTCOMPRA-HOST,
                      :WS-HST-DTATLZDADOS-HOST,
                      :WS-HST-DTINATIVA-HOST, :WS-HST-DTAGENDA-HOST,
                      :WS-HST-PROGRAMA-HOST, :WS-HST-USUARIO-HOST,
                      :WS-HST-ORIGEM-GER-HOST, :WS-HST-DATA-GER-HOST,
                      :WS-HST-SEQ-GER-HOST, :WS-HST-SEQ-APROV-HOST,
                      :WS-HST-NULOS-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-HISTORICO
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV81P10   ERRO FETCH C-HISTORICO - '
                       'SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
           END-IF.
      *
       3200-GRAVA-HISTORICO.
           MOVE WS-HST-NULOS-HOST TO MSK-HST-NULOS
           MOVE WS-HST-SEQ-HOST TO MSK-HST-SEQ
           MOVE WS-HST-CODIGOCLI-HOST TO MSK-HST-CODIGOCLI
                                         WS-CODIGO-MASCARA
           MOVE WS-HST-TIPO-OPER-HOST TO MSK-HST-TIPO-OPER
           MOVE WS-HST-TIPO-IMAGEM-HOST TO MSK-HST-TIPO-IMAGEM
           MOVE WS-HST-DATA-HOST TO MSK-HST-DATA
      *
           IF WS-HST-RAZSOCIAL-HOST = SPACES
               MOVE SPACES TO MSK-HST-RAZSOCIAL
           ELSE
               PERFORM 5500-MONTA-MASCARA
               MOVE WS-RAZSOCIAL-MASCARA TO MSK-HST-RAZSOCIAL
           END-IF
      *
           MOVE WS-HST-RAIZ-HOST TO WS-RAIZ-ORIGEM
           PERFORM 5000-TRADUZ-RAIZ
           MOVE WS-RAIZ-NOVA TO MSK-HST-NUMECNPJA
           MOVE WS-HST-FILIAL-HOST TO MSK-HST-FILIALCNPJA
      *
           MOVE WS-HST-SALDO-HOST TO MSK-HST-SALDO
           MOVE WS-HST-VRULTCOMPRA-HOST TO MSK-HST-VRULTCOMPRA
           MOVE WS-HST-DTULTCOMPRA-HOST TO MSK-HST-DTULTCOMPRA
           MOVE WS-HST-DTATLZDADOS-HOST TO MSK-HST-DTATLZDADOS
           MOVE WS-HST-DTINATIVA-HOST TO MSK-HST-DTINATIVA
           MOVE WS-HST-DTAGENDA-HOST TO MSK-HST-DTAGENDA
           MOVE WS-HST-PROGRAMA-HOST TO MSK-HST-PROGRAMA
           MOVE WS-HST-USUARIO-HOST TO MSK-HST-USUARIO
           MOVE WS-HST-ORIGEM-GER-HOST TO MSK-HST-ORIGEM-GER
           MOVE WS-HST-DATA-GER-HOST TO MSK-HST-DATA-GER
           MOVE WS-HST-SEQ-GER-HOST TO MSK-HST-SEQ-GER
           MOVE WS-HST-SEQ-APROV-HOST TO MSK-HST-SEQ-APROV
      *
           WRITE REG-MSKHIST FROM MSK-HISTORICO
           IF WS-FS-MSKHIST NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO GRAVAR MSKHIST - STATUS: '
                   WS-FS-MSKHIST
               PERFORM 9900-ABORTA
           END-IF
           ADD 1 TO WS-TOT-IMAGENS.
      *
      * RAIZ MASCARADA DE WS-RAIZ-ORIGEM: A JA ATRIBUIDA NO DEV81MAP
      * OU, NA PRIMEIRA VEZ QUE A RAIZ APARECE, O PROXIMO NUMERO DA
      * SEQUENCIA. RAIZ EM BRANCO CONTINUA EM BRANCO.
       5000-TRADUZ-RAIZ.
           IF WS-RAIZ-ORIGEM = SPACES
               MOVE SPACES TO WS-RAIZ-NOVA
           ELSE
               MOVE WS-RAIZ-ORIGEM TO MAP-RAIZ-ORIGEM
               READ ARQ-MAPA
                   INVALID KEY
                       PERFORM 5100-ATRIBUI-RAIZ
               END-READ
               IF WS-FS-MAPA NOT = '00'
                   DISPLAY 'DEV81P10   ERRO AO LER DEV81MAP - STATUS: '
                       WS-FS-MAPA
                   PERFORM 9900-ABORTA
               END-IF
               MOVE MAP-RAIZ-NOVA TO WS-RAIZ-NOVA
           END-IF.
      *
       5100-ATRIBUI-RAIZ.
           ADD 1 TO WS-ULTIMA-RAIZ
           MOVE WS-RAIZ-ORIGEM TO MAP-RAIZ-ORIGEM
           MOVE WS-ULTIMA-RAIZ TO MAP-RAIZ-NOVA
           WRITE REG-MAPA
           IF WS-FS-MAPA NOT = '00'
               DISPLAY 'DEV81P10   ERRO AO GRAVAR DEV81MAP - STATUS: '
                   WS-FS-MAPA
               PERFORM 9900-ABORTA
           END-IF
           ADD 1 TO WS-TOT-RAIZES.
      *
      * DIGITOS DE CONTROLE DA RAIZ MASCARADA COM A FILIAL DO CLIENTE,
      * PELO MODO 'G' DO DEV08P10. SEM RAIZ OU FILIAL VALIDA O
      * CONTROLE FICA EM BRANCO E O CLIENTE E APONTADO NO SYSOUT.
       5200-GERA-CONTROLE.
           MOVE MSK-CLI-NUMECNPJA TO WRK-CNPJ
           MOVE MSK-CLI-FILIALCNPJA TO WRK-FILIAL
           MOVE ZEROS TO WRK-CONTROLE
           MOVE 'G' TO WRK-MODO-CNPJ
           CALL WRK-PROG-CNPJ USING WRK-AREACNPJ
           IF WRK-CODRCNPJ = 'OK'
               MOVE WRK-CONTROLE TO MSK-CLI-CTLCNPJ
           ELSE
               ADD 1 TO WS-TOT-SEM-CONTROLE
               DISPLAY 'DEV81P10   CONTROLE NAO GERADO - CODIGO: '
                   MSK-CLI-CODIGOCLI ' FILIAL: ' MSK-CLI-FILIALCNPJA
                   ' RETORNO: ' WRK-CODRCNPJ
           END-IF.
      *
      * NOME E EMAIL MASCARADOS DE WS-CODIGO-MASCARA.
       5500-MONTA-MASCARA.
           MOVE SPACES TO WS-RAZSOCIAL-MASCARA WS-EMAIL-MASCARA
           STRING 'EMPRESA TESTE ' WS-CODIGO-MASCARA
               DELIMITED BY SIZE
             INTO WS-RAZSOCIAL-MASCARA
           END-STRING
           STRING 'CLI' WS-CODIGO-MASCARA '@EXAMPLE.COM'
               DELIMITED BY SIZE
             INTO WS-EMAIL-MASCARA
           END-STRING.
      *
      * ABORT - AS DESCARGAS FICAM INCOMPLETAS; O RC 12 IMPEDE A
      * CARGA DO TESTE NOS STEPS SEGUINTES DO JOB.
       9900-ABORTA.
           CLOSE ARQ-FILIAL ARQ-MAPA ARQ-MSKCLI ARQ-MSKHIST ARQ-MSKFLM
           DISPLAY 'DEV81P10   PROCESSAMENTO ABORTADO - NAO CARREGAR '
               'O AMBIENTE DE TESTE'
           MOVE 12 TO RETURN-CODE
           GOBACK.
      *
