       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV79P10.
      *
      *----------------------------------------------------------------*
      * ARQUIVO MENSAL DO CADASTRO POSITIVO PARA O BIRO DE CREDITO -   *
      * O COMPORTAMENTO DE PAGAMENTO DOS CLIENTES PJ NO MES. GERA O    *
      * CADPOSPJ (LAYOUT DEVCPOCL) A PARTIR DE:                        *
      *   - ALUNO06.CLIENTPJ_SNAP - A FOTOGRAFIA DE FIM DE MES DO      *
      *     DEV28P10 (A ULTIMA DATA_SNAP DO MES DE REFERENCIA): CNPJ E *
      *     SALDO EM ABERTO DE CADA CLIENTE;                           *
      *   - ALUNO06.CLIENTPJ_HIST - OS AJUSTES DE SALDO ('B') ENTRE A  *
      *     FOTOGRAFIA DO MES ANTERIOR (EXCLUSIVE) E A DO MES; CADA    *
      *     AJUSTE E UMA IMAGEM 'A' SEGUIDA DE UMA 'D', E O VALOR E A  *
      *     DIFERENCA DE SALDO ENTRE AS DUAS (MESMA REGRA DO DEV69P10):*
      *     AUMENTO = COMPRA, REDUCAO = PAGAMENTO.                     *
      * UM DETALHE POR CLIENTE DA FOTOGRAFIA, ENTRE O HEADER E O       *
      * TRAILER DE CONTROLE DO BIRO. FICAM FORA DO ARQUIVO, LISTADOS   *
      * NO RLCADPOS COM O MOTIVO: CLIENTE ANONIMIZADO (MARCADOR DO     *
      * DEV53P10 NO NOME OU CODIGO NO DEV53REG), CLIENTE ARQUIVADO     *
      * (PRESENTE EM ALUNO06.CLIENTPJ_ARCH) E CNPJ INCOMPLETO, QUE O   *
      * BIRO RECUSARIA. O RLCADPOS FECHA A CONFERENCIA COM A           *
      * FOTOGRAFIA - QUANTIDADE E SALDO DA CLIENTPJ_SNAP = ENVIADOS +  *
      * EXCLUIDOS - E TOTALIZA OS AJUSTES DO PERIODO (ENVIADOS, DE     *
      * CLIENTES EXCLUIDOS E DE CODIGOS FORA DA FOTOGRAFIA).           *
      * LIMITACAO CONHECIDA: UM DIA ESTORNADO PELO DEV49P10 MANTEM AS  *
      * SUAS IMAGENS 'B' NA TRILHA E OS AJUSTES CONTINUAM INFORMADOS - *
      * O ESTORNO ('X') NAO E COMPRA NEM PAGAMENTO; O SALDO DA         *
      * FOTOGRAFIA JA SAI CORRIGIDO.                                   *
      * SYSIN (OPCIONAL): MES DE REFERENCIA AAAAMM - ZEROS = MES       *
      * ANTERIOR AO DO PROCESSAMENTO.                                  *
      * RETURN CODE 4 = NENHUM CLIENTE ENVIADO  8 = PARAMETRO          *
      * INVALIDO, MES SEM FOTOGRAFIA (CADPOSPJ VAZIO) OU ARQUIVO QUE   *
      * NAO CONFERE COM A FOTOGRAFIA  12 = ABORT (ERRO DE BANCO OU DE  *
      * ARQUIVO) - CADPOSPJ SEM TRAILER, QUE O BIRO RECUSA.            *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLISNAP END-EXEC.
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIARCH END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADPOS ASSIGN TO 'CADPOSPJ'
               FILE STATUS IS WS-FS-CADPOS.
           SELECT ARQ-RLCADPOS ASSIGN TO 'RLCADPOS'
               FILE STATUS IS WS-FS-RLCADPOS.
      * CADASTRO DOS CLIENTES ANONIMIZADOS PELO DEV53P10 - SO
      * LEITURA, PELA CHAVE.
           SELECT ARQ-REGISTRO-ANONIMO ASSIGN TO 'DEV53REG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-CHAVE
               FILE STATUS IS WS-FS-REGISTRO-ANM.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-CADPOS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-CADPOS               PIC X(80).
      *
       FD ARQ-RLCADPOS
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCADPOS             PIC X(132).
      *
       FD ARQ-REGISTRO-ANONIMO
           RECORD CONTAINS 15 CHARACTERS.
       01 REG-REGISTRO-ANONIMO.
           05 ANM-CHAVE.
               10 ANM-CODIGOCLI        PIC 9(007).
           05 ANM-DATA-ANONIMIZACAO    PIC 9(008).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVCPOCL.
      *
           COPY DEVCPORL.
      *
      * PERIODO DO ARQUIVO - LIMITES DO MES DE REFERENCIA, DATA DA
      * FOTOGRAFIA ESCOLHIDA E INICIO DOS MOVIMENTOS (DIA SEGUINTE A
      * FOTOGRAFIA DO MES ANTERIOR), TODOS EM FORMATO ISO.
       01 WS-PERIODO-HOST.
           05 WS-PRIMEIRO-DIA-HOST     PIC X(10).
           05 WS-ULTIMO-DIA-HOST       PIC X(10).
           05 WS-DATA-FOTO-HOST        PIC X(10).
           05 WS-MOV-DE-HOST           PIC X(10).
      *
      * LINHA DA FOTOGRAFIA - NULOS TROCADOS NO PROPRIO SELECT, SEM
      * VARIAVEL INDICADORA.
       01 WS-FOTO-HOST.
           05 WS-FOTO-CODIGOCLI-HOST   PIC 9(7).
           05 WS-FOTO-RAZSOCIAL-HOST   PIC X(40).
           05 WS-FOTO-CNPJA-HOST       PIC X(8).
           05 WS-FOTO-FILIALA-HOST     PIC X(4).
           05 WS-FOTO-CTLCNPJ-HOST     PIC X(2).
           05 WS-FOTO-SALDO-HOST       PIC S9(11)V99.
           05 WS-FOTO-ARQUIVADO-HOST   PIC X(1).
      *
      * IMAGEM DE AJUSTE DE SALDO DA TRILHA.
       01 WS-AJUSTE-HOST.
           05 WS-AJU-CODIGOCLI-HOST    PIC 9(7).
           05 WS-AJU-SEQ-HOST          PIC S9(9).
           05 WS-AJU-IMAGEM-HOST       PIC X(1).
           05 WS-AJU-SALDO-HOST        PIC S9(11)V99.
      *
      * CONTAGEM E SALDO DA FOTOGRAFIA LIDOS DIRETO DA TABELA, PARA A
      * CONFERENCIA DOS TOTAIS DO ARQUIVO.
       01 WS-QTD-FOTO-HOST         PIC S9(9) COMP VALUE ZEROS.
       01 WS-SALDO-FOTO-HOST       PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *
      * MARCADOR GRAVADO PELO DEV53P10 NO LUGAR DO NOME.
       01 WS-MARCADOR-ANONIMO      PIC X(40)
           VALUE '*** DADOS ANONIMIZADOS ***'.
      *
       01 WS-FS-CADPOS             PIC XX VALUE SPACES.
       01 WS-FS-RLCADPOS           PIC XX VALUE SPACES.
       01 WS-FS-REGISTRO-ANM       PIC XX VALUE SPACES.
       01 WS-REGISTRO-ANM-ABERTO   PIC X VALUE 'N'.
       01 WS-FIM-FOTO              PIC X VALUE 'N'.
       01 WS-FIM-AJUSTE            PIC X VALUE 'N'.
      *
      * CODIGO EM CURSO NO CASAMENTO DAS IMAGENS E O 'ANTES' PENDENTE
      * DO AJUSTE AINDA SEM O SEU 'DEPOIS'.
       01 WS-COR-CODIGOCLI         PIC 9(7) VALUE ZEROS.
       01 WS-TEM-ANTES             PIC X VALUE 'N'.
           88 TEM-ANTES                      VALUE 'S'.
       01 WS-ANT-SALDO             PIC S9(11)V99 VALUE ZEROS.
       01 WS-VALOR-AJUSTE          PIC S9(11)V99 VALUE ZEROS.
       01 WS-MOTIVO-EXCLUSAO       PIC X(30) VALUE SPACES.
      *
      * COMPRAS E PAGAMENTOS DO CODIGO EM CURSO.
       01 WS-CLIENTE.
           05 WS-CLI-QT-COMPRAS    PIC 9(004) VALUE ZEROS.
           05 WS-CLI-VL-COMPRAS    PIC S9(011)V99 VALUE ZEROS.
           05 WS-CLI-QT-PAGTOS     PIC 9(004) VALUE ZEROS.
           05 WS-CLI-VL-PAGTOS     PIC S9(011)V99 VALUE ZEROS.
      *
       01 WS-CONTROLE.
           05 WS-TOT-FOTO-QTDE     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FOTO-SALDO    PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-ENV-QTDE      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ENV-SALDO     PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-ENV-QT-COMPRAS PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ENV-VL-COMPRAS PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-ENV-QT-PAGTOS PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ENV-VL-PAGTOS PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-ANM-QTDE      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ANM-SALDO     PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-ARQ-QTDE      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ARQ-SALDO     PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-CNPJ-QTDE     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CNPJ-SALDO    PIC S9(013)V99 VALUE ZEROS.
      *    AJUSTES QUE NAO VAO PARA O BIRO - DE CLIENTES EXCLUIDOS E
      *    DE CODIGOS QUE NAO ESTAO NA FOTOGRAFIA (VALOR LIQUIDO).
           05 WS-TOT-EXC-QT-AJUSTES PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXC-VL-AJUSTES PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-FORA-QT-AJUSTES PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FORA-VL-AJUSTES PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-SEM-PAR       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXC-QTDE      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EXC-SALDO     PIC S9(013)V99 VALUE ZEROS.
           05 WS-TOT-IMAGENS       PIC 9(007) VALUE ZEROS.
       01 WS-TOT-QTDE-AUX          PIC 9(007) VALUE ZEROS.
       01 WS-TOT-VALOR-AUX         PIC S9(013)V99 VALUE ZEROS.
      *
      * PARAMETRO LIDO DO SYSIN - MES DE REFERENCIA (AAAAMM).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-REFERENCIA       PIC 9(006) VALUE ZEROS.
           05 WS-PARM-REFERENCIA-R REDEFINES WS-PARM-REFERENCIA.
               10 WS-PARM-REF-AA       PIC 9(004).
               10 WS-PARM-REF-MM       PIC 9(002).
      *
       01 WS-REFERENCIA.
           05 WS-REF-AA            PIC 9(004) VALUE ZEROS.
           05 WS-REF-MM            PIC 9(002) VALUE ZEROS.
       01 WS-REFERENCIA-N REDEFINES WS-REFERENCIA PIC 9(006).
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-DATA-PROC-R REDEFINES WS-DATA-PROCESSAMENTO.
           05 WS-DATA-PROC-AA      PIC 9(004).
           05 WS-DATA-PROC-MM      PIC 9(002).
           05 WS-DATA-PROC-DD      PIC 9(002).
       01 WS-DATA-PRIMEIRO-DIA     PIC 9(8) VALUE ZEROS.
       01 WS-DATA-PROXIMO-MES      PIC 9(8) VALUE ZEROS.
       01 WS-DATA-AUX.
           05 WS-DATA-AUX-AA       PIC 9(004).
           05 WS-DATA-AUX-MM       PIC 9(002).
           05 WS-DATA-AUX-DD       PIC 9(002).
       01 WS-DATA-AUX-N REDEFINES WS-DATA-AUX PIC 9(008).
       01 WS-DATA-AUX-ISO          PIC X(010) VALUE SPACES.
      *
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 55.
       01 WS-REL-SALTO             PIC 9(001) VALUE 1.
       01 WS-LINHA-REL             PIC X(132) VALUE SPACES.
      * TITULO E CABECALHO DE COLUNAS DA SECAO EM IMPRESSAO -
      * REPETIDOS NO ALTO DE CADA PAGINA NOVA.
       01 WS-COLUNAS-SECAO         PIC X(132) VALUE SPACES.
       01 WS-REL-DATA.
           05 WS-REL-DATA-AA       PIC 9(004).
           05 WS-REL-DATA-MM       PIC 9(002).
           05 WS-REL-DATA-DD       PIC 9(002).
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
      *    CLIENTES DA FOTOGRAFIA, COM A INDICACAO DE JA ARQUIVADOS
      *    (O ARQUIVAMENTO PODE TER OCORRIDO DEPOIS DA FOTOGRAFIA).
           EXEC SQL DECLARE C-FOTO CURSOR FOR
               SELECT S.CODIGO_CLI, S.RAZSOCIAL_CLI,
                      VALUE(S.NUMECNPJA_CLI, ' '),
                      VALUE(S.FILIALCNPJA_CLI, ' '),
                      VALUE(S.CTLCNPJ_CLI, ' '),
                      VALUE(S.SALDO_CLI, 0),
                      CASE WHEN EXISTS
                               (SELECT 1
                                  FROM ALUNO06.CLIENTPJ_ARCH A
                                 WHERE A.CODIGO_CLI = S.CODIGO_CLI)
                           THEN 'S' ELSE 'N' END
                 FROM ALUNO06.CLIENTPJ_SNAP S
                WHERE S.DATA_SNAP = :WS-DATA-FOTO-HOST
                ORDER BY S.CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-AJUSTES CURSOR FOR
               SELECT CODIGO_CLI, SEQ_HIST, TIPO_IMAGEM_HIST,
                      VALUE(SALDO_CLI, 0)
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE TIPO_OPER_HIST = 'B'
                  AND DATA_HIST >= :WS-MOV-DE-HOST
                  AND DATA_HIST <= :WS-DATA-FOTO-HOST
                ORDER BY CODIGO_CLI, SEQ_HIST
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV79P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-DEFINE-REFERENCIA
      *
           OPEN OUTPUT ARQ-CADPOS
           IF WS-FS-CADPOS NOT = '00'
               DISPLAY 'DEV79P10   ERRO AO ABRIR CADPOSPJ - STATUS: '
                   WS-FS-CADPOS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-RLCADPOS
           IF WS-FS-RLCADPOS NOT = '00'
               DISPLAY 'DEV79P10   ERRO AO ABRIR RLCADPOS - STATUS: '
                   WS-FS-RLCADPOS
               CLOSE ARQ-CADPOS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0200-LOCALIZA-FOTOGRAFIA
      *
      *    MES SEM FOTOGRAFIA - O CADPOSPJ FICA VAZIO (SEM HEADER), E
      *    O BIRO NAO O ACEITA. RODAR O DEV28P10 PARA O MES ANTES.
           IF WS-DATA-FOTO-HOST = SPACES
               DISPLAY 'DEV79P10   NENHUMA FOTOGRAFIA EM CLIENTPJ_SNAP'
                   ' NO MES DE REFERENCIA ' WS-REFERENCIA-N
               MOVE 'MES SEM FOTOGRAFIA - CADPOSPJ VAZIO'
                   TO CPO-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
               CLOSE ARQ-CADPOS ARQ-RLCADPOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           DISPLAY 'DEV79P10   MES DE REFERENCIA..............: '
               WS-REFERENCIA-N
           DISPLAY 'DEV79P10   FOTOGRAFIA.....................: '
               WS-DATA-FOTO-HOST
           DISPLAY 'DEV79P10   MOVIMENTOS A PARTIR DE.........: '
               WS-MOV-DE-HOST
      *
      *    DEV53REG AINDA INEXISTENTE (ANONIMIZACAO NUNCA RODOU) =
      *    NENHUM CODIGO ANONIMIZADO - MESMA REGRA DO DEV10P10.
           OPEN INPUT ARQ-REGISTRO-ANONIMO
           IF WS-FS-REGISTRO-ANM = '00'
               MOVE 'S' TO WS-REGISTRO-ANM-ABERTO
           END-IF
      *
           MOVE WS-REFERENCIA-N TO CPO-HDR-REFERENCIA
           MOVE WS-DATA-FOTO-HOST(1:4) TO WS-DATA-AUX-AA
           MOVE WS-DATA-FOTO-HOST(6:2) TO WS-DATA-AUX-MM
           MOVE WS-DATA-FOTO-HOST(9:2) TO WS-DATA-AUX-DD
           MOVE WS-DATA-AUX-N TO CPO-HDR-DATA-BASE
           MOVE WS-DATA-PROCESSAMENTO TO CPO-HDR-DATA-GERACAO
           WRITE REG-CADPOS FROM CPO-HEADER
           IF WS-FS-CADPOS NOT = '00'
               DISPLAY 'DEV79P10   ERRO AO GRAVAR CADPOSPJ - STATUS: '
                   WS-FS-CADPOS
               PERFORM 9900-ABORTA
           END-IF
      *
           MOVE '1. CLIENTES DA FOTOGRAFIA FORA DO ARQUIVO DO BIRO'
               TO CPO-SEC-TITULO
           MOVE CPO-COLUNAS1 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           PERFORM 1000-PROCESSA-FOTOGRAFIA
      *
           MOVE WS-TOT-ENV-QTDE TO CPO-TRL-QTDE
           MOVE WS-TOT-ENV-SALDO TO CPO-TRL-SALDO
           MOVE WS-TOT-ENV-VL-COMPRAS TO CPO-TRL-VL-COMPRAS
           MOVE WS-TOT-ENV-VL-PAGTOS TO CPO-TRL-VL-PAGTOS
           COMPUTE CPO-TRL-QT-REGISTROS = WS-TOT-ENV-QTDE + 2
           WRITE REG-CADPOS FROM CPO-TRAILER
           IF WS-FS-CADPOS NOT = '00'
               DISPLAY 'DEV79P10   ERRO AO GRAVAR CADPOSPJ - STATUS: '
                   WS-FS-CADPOS
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM 3000-CONFERE-FOTOGRAFIA
           PERFORM 7000-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV79P10   CLIENTES NA FOTOGRAFIA.........: '
               WS-TOT-FOTO-QTDE
           DISPLAY 'DEV79P10   CLIENTES ENVIADOS AO BIRO......: '
               WS-TOT-ENV-QTDE
           DISPLAY 'DEV79P10   CLIENTES EXCLUIDOS.............: '
               WS-TOT-EXC-QTDE
           DISPLAY 'DEV79P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-ENV-QTDE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-FOTO-HOST NOT = WS-TOT-FOTO-QTDE
              OR WS-SALDO-FOTO-HOST NOT = WS-TOT-FOTO-SALDO
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           IF WS-REGISTRO-ANM-ABERTO = 'S'
               CLOSE ARQ-REGISTRO-ANONIMO
           END-IF
           CLOSE ARQ-CADPOS ARQ-RLCADPOS
           GOBACK.
      *
      * MES DE REFERENCIA (SYSIN OU MES ANTERIOR AO DO PROCESSAMENTO)
      * E OS SEUS LIMITES EM FORMATO ISO.
       0100-DEFINE-REFERENCIA.
           IF WS-PARM-REFERENCIA IS NUMERIC
              AND WS-PARM-REFERENCIA > 0
               IF WS-PARM-REF-MM < 1 OR WS-PARM-REF-MM > 12
                  OR WS-PARM-REF-AA < 1900
                   DISPLAY 'DEV79P10   MES DE REFERENCIA INVALIDO: '
                       WS-PARM-REFERENCIA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-REF-AA TO WS-REF-AA
               MOVE WS-PARM-REF-MM TO WS-REF-MM
           ELSE
               MOVE WS-DATA-PROC-AA TO WS-REF-AA
               MOVE WS-DATA-PROC-MM TO WS-REF-MM
               IF WS-REF-MM = 1
                   MOVE 12 TO WS-REF-MM
                   SUBTRACT 1 FROM WS-REF-AA
               ELSE
                   SUBTRACT 1 FROM WS-REF-MM
               END-IF
           END-IF
      *
           MOVE WS-REF-AA TO WS-DATA-AUX-AA
           MOVE WS-REF-MM TO WS-DATA-AUX-MM
           MOVE 1 TO WS-DATA-AUX-DD
           MOVE WS-DATA-AUX-N TO WS-DATA-PRIMEIRO-DIA
           PERFORM 7950-EDITA-DATA
           MOVE WS-DATA-AUX-ISO TO WS-PRIMEIRO-DIA-HOST
      *
           IF WS-REF-MM = 12
               COMPUTE WS-DATA-AUX-AA = WS-REF-AA + 1
               MOVE 1 TO WS-DATA-AUX-MM
           ELSE
               COMPUTE WS-DATA-AUX-MM = WS-REF-MM + 1
           END-IF
           MOVE WS-DATA-AUX-N TO WS-DATA-PROXIMO-MES
           COMPUTE WS-DATA-AUX-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-PROXIMO-MES) - 1)
           PERFORM 7950-EDITA-DATA
           MOVE WS-DATA-AUX-ISO TO WS-ULTIMO-DIA-HOST
      *
           MOVE SPACES TO CPO-CB2-REFERENCIA
           STRING WS-REF-MM '/' WS-REF-AA
               DELIMITED BY SIZE
             INTO CPO-CB2-REFERENCIA
           END-STRING.
      *
      * FOTOGRAFIA DO MES (A ULTIMA DATA_SNAP DELE) E INICIO DOS
      * MOVIMENTOS: O DIA SEGUINTE A ULTIMA FOTOGRAFIA ANTERIOR AO MES
      * - UM AJUSTE FEITO ENTRE A FOTOGRAFIA DE UM MES E A VIRADA NAO
      * FICA FORA DOS DOIS ARQUIVOS. SEM FOTOGRAFIA ANTERIOR, O
      * PRIMEIRO DIA DO MES.
       0200-LOCALIZA-FOTOGRAFIA.
           EXEC SQL
               SELECT VALUE(CHAR(MAX(DATA_SNAP), ISO), ' ')
                 INTO :WS-DATA-FOTO-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP >= :WS-PRIMEIRO-DIA-HOST
                  AND DATA_SNAP <= :WS-ULTIMO-DIA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV79P10   ERRO NA LEITURA DA CLIENTPJ_SNAP - '
                   'SQLCODE: ' SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           EXEC SQL
               SELECT VALUE(CHAR(MAX(DATA_SNAP) + 1 DAY, ISO),
                            :WS-PRIMEIRO-DIA-HOST)
                 INTO :WS-MOV-DE-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP < :WS-PRIMEIRO-DIA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV79P10   ERRO NA LEITURA DA CLIENTPJ_SNAP - '
                   'SQLCODE: ' SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           MOVE WS-DATA-FOTO-HOST TO CPO-CB2-FOTOGRAFIA
           MOVE WS-MOV-DE-HOST TO CPO-CB2-MOV-DE
           MOVE WS-DATA-FOTO-HOST TO CPO-CB2-MOV-ATE.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO CPO-CB1-DATA
           MOVE WS-REL-PAGINA TO CPO-CB1-PAG
           WRITE REG-RLCADPOS FROM CPO-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLCADPOS FROM CPO-CABEC2 AFTER ADVANCING 1 LINES
           MOVE 2 TO WS-REL-LINHA
           IF CPO-SEC-TITULO NOT = SPACES
               WRITE REG-RLCADPOS FROM CPO-SECAO
                   AFTER ADVANCING 2 LINES
               WRITE REG-RLCADPOS FROM WS-COLUNAS-SECAO
                   AFTER ADVANCING 2 LINES
               ADD 4 TO WS-REL-LINHA
           END-IF.
      *
      *----------------------------------------------------------------*
      * CASAMENTO DA FOTOGRAFIA COM OS AJUSTES DO PERIODO - OS DOIS    *
      * CURSORES VEM EM ORDEM DE CODIGO_CLI.                           *
      *----------------------------------------------------------------*
      *
       1000-PROCESSA-FOTOGRAFIA.
           EXEC SQL OPEN C-FOTO END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV79P10   ERRO OPEN C-FOTO - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF
           EXEC SQL OPEN C-AJUSTES END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV79P10   ERRO OPEN C-AJUSTES - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM 1500-FETCH-FOTO
           PERFORM 1600-FETCH-AJUSTE
           PERFORM UNTIL WS-FIM-FOTO = 'S'
               PERFORM 2000-PROCESSA-CLIENTE
               PERFORM 1500-FETCH-FOTO
           END-PERFORM
      *
      *    AJUSTES DE CODIGOS POSTERIORES AO ULTIMO DA FOTOGRAFIA.
           PERFORM UNTIL WS-FIM-AJUSTE = 'S'
               PERFORM 2100-CODIGO-FORA-FOTO
           END-PERFORM
      *
           EXEC SQL CLOSE C-FOTO END-EXEC
           EXEC SQL CLOSE C-AJUSTES END-EXEC.
      *
       1500-FETCH-FOTO.
           EXEC SQL
               FETCH C-FOTO
                 INTO :WS-FOTO-CODIGOCLI-HOST, :WS-FOTO-RAZSOCIAL-HOST,
                      :WS-FOTO-CNPJA-HOST, :WS-FOTO-FILIALA-HOST,
                      :WS-FOTO-CTLCNPJ-HOST, :WS-FOTO-SALDO-HOST,
                      :WS-FOTO-ARQUIVADO-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-FOTO
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV79P10   ERRO FETCH C-FOTO - SQLCODE: '
                       SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
               ADD 1 TO WS-TOT-FOTO-QTDE
               ADD WS-FOTO-SALDO-HOST TO WS-TOT-FOTO-SALDO
           END-IF.
      *
       1600-FETCH-AJUSTE.
           EXEC SQL
               FETCH C-AJUSTES
                 INTO :WS-AJU-CODIGOCLI-HOST, :WS-AJU-SEQ-HOST,
                      :WS-AJU-IMAGEM-HOST, :WS-AJU-SALDO-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-AJUSTE
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV79P10   ERRO FETCH C-AJUSTES - '
                       'SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
               ADD 1 TO WS-TOT-IMAGENS
           END-IF.
      *
      * UM CLIENTE DA FOTOGRAFIA: DESCARTA ANTES OS AJUSTES DE CODIGOS
      * MENORES (FORA DA FOTOGRAFIA), ACUMULA OS DELE E DECIDE ENTRE
      * O DETALHE DO BIRO E A EXCLUSAO.
       2000-PROCESSA-CLIENTE.
           PERFORM UNTIL WS-FIM-AJUSTE = 'S'
                      OR WS-AJU-CODIGOCLI-HOST
                         NOT < WS-FOTO-CODIGOCLI-HOST
               PERFORM 2100-CODIGO-FORA-FOTO
           END-PERFORM
      *
           MOVE WS-FOTO-CODIGOCLI-HOST TO WS-COR-CODIGOCLI
           PERFORM 2200-ACUMULA-CODIGO
      *
           PERFORM 2500-VERIFICA-EXCLUSAO
           IF WS-MOTIVO-EXCLUSAO = SPACES
               PERFORM 2600-GRAVA-DETALHE
           ELSE
               PERFORM 2700-EXCLUI-CLIENTE
           END-IF.
      *
       2100-CODIGO-FORA-FOTO.
           MOVE WS-AJU-CODIGOCLI-HOST TO WS-COR-CODIGOCLI
           PERFORM 2200-ACUMULA-CODIGO
           COMPUTE WS-TOT-FORA-QT-AJUSTES = WS-TOT-FORA-QT-AJUSTES
               + WS-CLI-QT-COMPRAS + WS-CLI-QT-PAGTOS
           COMPUTE WS-TOT-FORA-VL-AJUSTES = WS-TOT-FORA-VL-AJUSTES
               + WS-CLI-VL-COMPRAS - WS-CLI-VL-PAGTOS.
      *
      * AJUSTES DO CODIGO EM CURSO (WS-COR-CODIGOCLI) - A IMAGEM
      * 'ANTES' FICA PENDENTE ATE O 'DEPOIS' SEGUINTE, QUE FECHA O
      * AJUSTE. IMAGEM SEM O SEU PAR (AJUSTE CORTADO PELO INICIO OU
      * PELO FIM DO PERIODO) E DESPREZADA E CONTADA.
       2200-ACUMULA-CODIGO.
           MOVE ZEROS TO WS-CLI-QT-COMPRAS WS-CLI-VL-COMPRAS
                         WS-CLI-QT-PAGTOS WS-CLI-VL-PAGTOS
           MOVE 'N' TO WS-TEM-ANTES
           PERFORM UNTIL WS-FIM-AJUSTE = 'S'
                      OR WS-AJU-CODIGOCLI-HOST NOT = WS-COR-CODIGOCLI
               PERFORM 2300-CASA-IMAGEM
               PERFORM 1600-FETCH-AJUSTE
           END-PERFORM
           IF TEM-ANTES
               ADD 1 TO WS-TOT-SEM-PAR
               MOVE 'N' TO WS-TEM-ANTES
           END-IF.
      *
       2300-CASA-IMAGEM.
           IF WS-AJU-IMAGEM-HOST = 'A'
               IF TEM-ANTES
                   ADD 1 TO WS-TOT-SEM-PAR
               END-IF
               MOVE 'S' TO WS-TEM-ANTES
               MOVE WS-AJU-SALDO-HOST TO WS-ANT-SALDO
               EXIT PARAGRAPH
           END-IF
      *
           IF NOT TEM-ANTES
               ADD 1 TO WS-TOT-SEM-PAR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TEM-ANTES
           COMPUTE WS-VALOR-AJUSTE = WS-AJU-SALDO-HOST - WS-ANT-SALDO
           IF WS-VALOR-AJUSTE > 0
               ADD 1 TO WS-CLI-QT-COMPRAS
               ADD WS-VALOR-AJUSTE TO WS-CLI-VL-COMPRAS
           END-IF
           IF WS-VALOR-AJUSTE < 0
               ADD 1 TO WS-CLI-QT-PAGTOS
               SUBTRACT WS-VALOR-AJUSTE FROM WS-CLI-VL-PAGTOS
           END-IF.
      *
      * ANONIMIZADO PREVALECE SOBRE ARQUIVADO (O DEV53P10 SO ALCANCA
      * CLIENTE JA ARQUIVADO). CNPJ INCOMPLETO SERIA RECUSADO PELO BIRO
      * E DERRUBARIA A CONFERENCIA DO TRAILER NA RECEPCAO.
       2500-VERIFICA-EXCLUSAO.
           MOVE SPACES TO WS-MOTIVO-EXCLUSAO
           IF WS-FOTO-RAZSOCIAL-HOST = WS-MARCADOR-ANONIMO
               MOVE 'ANONIMIZADO (DEV53P10)' TO WS-MOTIVO-EXCLUSAO
               EXIT PARAGRAPH
           END-IF
           IF WS-REGISTRO-ANM-ABERTO = 'S'
               MOVE WS-FOTO-CODIGOCLI-HOST TO ANM-CODIGOCLI
               READ ARQ-REGISTRO-ANONIMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ANONIMIZADO (DEV53P10)'
                           TO WS-MOTIVO-EXCLUSAO
               END-READ
               IF WS-MOTIVO-EXCLUSAO NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FOTO-ARQUIVADO-HOST = 'S'
               MOVE 'ARQUIVADO (CLIENTPJ_ARCH)' TO WS-MOTIVO-EXCLUSAO
               EXIT PARAGRAPH
           END-IF
           IF WS-FOTO-CNPJA-HOST IS NOT NUMERIC
              OR WS-FOTO-FILIALA-HOST IS NOT NUMERIC
              OR WS-FOTO-CTLCNPJ-HOST IS NOT NUMERIC
               MOVE 'CNPJ INCOMPLETO OU INVALIDO' TO WS-MOTIVO-EXCLUSAO
           END-IF.
      *
       2600-GRAVA-DETALHE.
           MOVE WS-FOTO-CNPJA-HOST TO CPO-DET-CNPJ-RAIZ
           MOVE WS-FOTO-FILIALA-HOST TO CPO-DET-CNPJ-FILIAL
           MOVE WS-FOTO-CTLCNPJ-HOST TO CPO-DET-CNPJ-CTL
           MOVE WS-FOTO-CODIGOCLI-HOST TO CPO-DET-CODIGOCLI
           MOVE WS-FOTO-SALDO-HOST TO CPO-DET-SALDO
           MOVE WS-CLI-QT-COMPRAS TO CPO-DET-QT-COMPRAS
           MOVE WS-CLI-VL-COMPRAS TO CPO-DET-VL-COMPRAS
           MOVE WS-CLI-QT-PAGTOS TO CPO-DET-QT-PAGTOS
           MOVE WS-CLI-VL-PAGTOS TO CPO-DET-VL-PAGTOS
           WRITE REG-CADPOS FROM CPO-DETALHE
           IF WS-FS-CADPOS NOT = '00'
               DISPLAY 'DEV79P10   ERRO AO GRAVAR CADPOSPJ - STATUS: '
                   WS-FS-CADPOS
               PERFORM 9900-ABORTA
           END-IF
      *
           ADD 1 TO WS-TOT-ENV-QTDE
           ADD WS-FOTO-SALDO-HOST TO WS-TOT-ENV-SALDO
           ADD WS-CLI-QT-COMPRAS TO WS-TOT-ENV-QT-COMPRAS
           ADD WS-CLI-VL-COMPRAS TO WS-TOT-ENV-VL-COMPRAS
           ADD WS-CLI-QT-PAGTOS TO WS-TOT-ENV-QT-PAGTOS
           ADD WS-CLI-VL-PAGTOS TO WS-TOT-ENV-VL-PAGTOS.
      *
       2700-EXCLUI-CLIENTE.
           EVALUATE WS-MOTIVO-EXCLUSAO(1:4)
               WHEN 'ANON'
                   ADD 1 TO WS-TOT-ANM-QTDE
                   ADD WS-FOTO-SALDO-HOST TO WS-TOT-ANM-SALDO
               WHEN 'ARQU'
                   ADD 1 TO WS-TOT-ARQ-QTDE
                   ADD WS-FOTO-SALDO-HOST TO WS-TOT-ARQ-SALDO
               WHEN OTHER
                   ADD 1 TO WS-TOT-CNPJ-QTDE
                   ADD WS-FOTO-SALDO-HOST TO WS-TOT-CNPJ-SALDO
           END-EVALUATE
           ADD 1 TO WS-TOT-EXC-QTDE
           ADD WS-FOTO-SALDO-HOST TO WS-TOT-EXC-SALDO
           COMPUTE WS-TOT-EXC-QT-AJUSTES = WS-TOT-EXC-QT-AJUSTES
               + WS-CLI-QT-COMPRAS + WS-CLI-QT-PAGTOS
           COMPUTE WS-TOT-EXC-VL-AJUSTES = WS-TOT-EXC-VL-AJUSTES
               + WS-CLI-VL-COMPRAS - WS-CLI-VL-PAGTOS
      *
           MOVE WS-FOTO-CODIGOCLI-HOST TO CPO-LD1-CODIGOCLI
           MOVE SPACES TO CPO-LD1-CNPJ
           STRING WS-FOTO-CNPJA-HOST '/' WS-FOTO-FILIALA-HOST '-'
                  WS-FOTO-CTLCNPJ-HOST
               DELIMITED BY SIZE
             INTO CPO-LD1-CNPJ
           END-STRING
           MOVE WS-FOTO-RAZSOCIAL-HOST TO CPO-LD1-RAZSOCIAL
           MOVE WS-FOTO-SALDO-HOST TO CPO-LD1-SALDO
           MOVE WS-MOTIVO-EXCLUSAO TO CPO-LD1-MOTIVO
           MOVE CPO-LINDET1 TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
      * QUANTIDADE E SALDO DA FOTOGRAFIA LIDOS DIRETO DA TABELA - UMA
      * DIVERGENCIA COM O QUE O CURSOR ENTREGOU INDICA FOTOGRAFIA
      * REGRAVADA (DEV28P10) DURANTE A GERACAO.
       3000-CONFERE-FOTOGRAFIA.
           EXEC SQL
               SELECT COUNT(*), VALUE(SUM(SALDO_CLI), 0)
                 INTO :WS-QTD-FOTO-HOST, :WS-SALDO-FOTO-HOST
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE DATA_SNAP = :WS-DATA-FOTO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV79P10   ERRO NA CONFERENCIA - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF.
      *
      *
      *----------------------------------------------------------------*
      * CONFERENCIA - OS TOTAIS DO ARQUIVO CONTRA A FOTOGRAFIA E OS    *
      * AJUSTES DO PERIODO POR DESTINO.                                *
      *----------------------------------------------------------------*
      *
       7000-IMPRIME-TOTAIS.
           IF WS-TOT-EXC-QTDE = 0
               MOVE 'NENHUM CLIENTE EXCLUIDO' TO CPO-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF
      *
           MOVE '2. CONFERENCIA COM A FOTOGRAFIA (CLIENTPJ_SNAP)'
               TO CPO-SEC-TITULO
           MOVE SPACES TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
           MOVE 'CLIENTES NA FOTOGRAFIA.....................:'
               TO CPO-TOT-ROTULO
           MOVE WS-QTD-FOTO-HOST TO WS-TOT-QTDE-AUX
           MOVE WS-SALDO-FOTO-HOST TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE '(-) ANONIMIZADOS (DEV53P10)................:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-ANM-QTDE TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-ANM-SALDO TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE '(-) ARQUIVADOS (CLIENTPJ_ARCH).............:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-ARQ-QTDE TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-ARQ-SALDO TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE '(-) CNPJ INCOMPLETO OU INVALIDO............:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-CNPJ-QTDE TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-CNPJ-SALDO TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE '(=) ENVIADOS AO BIRO (TRAILER DO CADPOSPJ).:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-ENV-QTDE TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-ENV-SALDO TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
      *
           IF WS-QTD-FOTO-HOST = WS-TOT-FOTO-QTDE
              AND WS-SALDO-FOTO-HOST = WS-TOT-FOTO-SALDO
               MOVE 'ARQUIVO CONFERE COM A FOTOGRAFIA'
                   TO CPO-MSG-TEXTO
           ELSE
               MOVE 'LIDOS DA FOTOGRAFIA PELO ARQUIVO...........:'
                   TO CPO-TOT-ROTULO
               MOVE WS-TOT-FOTO-QTDE TO WS-TOT-QTDE-AUX
               MOVE WS-TOT-FOTO-SALDO TO WS-TOT-VALOR-AUX
               PERFORM 7050-IMPRIME-TOTAL
               MOVE SPACES TO CPO-MSG-TEXTO
               STRING 'DIVERGENCIA - FOTOGRAFIA ALTERADA DURANTE A '
                      'GERACAO - NAO ENVIAR AO BIRO'
                   DELIMITED BY SIZE
                 INTO CPO-MSG-TEXTO
               END-STRING
               DISPLAY 'DEV79P10   CADPOSPJ NAO CONFERE COM A '
                   'FOTOGRAFIA - NAO ENVIAR AO BIRO'
           END-IF
           PERFORM 7910-IMPRIME-MENSAGEM
      *
           MOVE '3. AJUSTES DE SALDO DO PERIODO (CLIENTPJ_HIST)'
               TO CPO-SEC-TITULO
           PERFORM 7800-ABRE-SECAO
           MOVE 'COMPRAS ENVIADAS AO BIRO...................:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-ENV-QT-COMPRAS TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-ENV-VL-COMPRAS TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'PAGAMENTOS ENVIADOS AO BIRO................:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-ENV-QT-PAGTOS TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-ENV-VL-PAGTOS TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'AJUSTES DE CLIENTES EXCLUIDOS (LIQUIDO)....:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-EXC-QT-AJUSTES TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-EXC-VL-AJUSTES TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'AJUSTES DE CODIGOS FORA DA FOTOGRAFIA......:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-FORA-QT-AJUSTES TO WS-TOT-QTDE-AUX
           MOVE WS-TOT-FORA-VL-AJUSTES TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'IMAGENS DE AJUSTE LIDAS....................:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-IMAGENS TO WS-TOT-QTDE-AUX
           MOVE ZEROS TO WS-TOT-VALOR-AUX
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'IMAGENS SEM PAR (DESPREZADAS)..............:'
               TO CPO-TOT-ROTULO
           MOVE WS-TOT-SEM-PAR TO WS-TOT-QTDE-AUX
           PERFORM 7050-IMPRIME-TOTAL.
      *
       7050-IMPRIME-TOTAL.
           MOVE WS-TOT-QTDE-AUX TO CPO-TOT-QTDE
           MOVE WS-TOT-VALOR-AUX TO CPO-TOT-VALOR
           MOVE CPO-LINTOTAL TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
      * ABRE UMA SECAO: TITULO E CABECALHO DE COLUNAS, NUMA PAGINA
      * NOVA QUANDO NAO CABEM COM AO MENOS UMA LINHA DE DETALHE.
       7800-ABRE-SECAO.
           IF WS-REL-LINHA + 7 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           ELSE
               WRITE REG-RLCADPOS FROM CPO-SECAO
                   AFTER ADVANCING 3 LINES
               WRITE REG-RLCADPOS FROM WS-COLUNAS-SECAO
                   AFTER ADVANCING 2 LINES
               ADD 5 TO WS-REL-LINHA
           END-IF.
      *
       7900-GRAVA-LINHA.
           IF WS-REL-LINHA + WS-REL-SALTO > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLCADPOS FROM WS-LINHA-REL
               AFTER ADVANCING WS-REL-SALTO LINES
           ADD WS-REL-SALTO TO WS-REL-LINHA.
      *
       7910-IMPRIME-MENSAGEM.
           MOVE CPO-MENSAGEM TO WS-LINHA-REL
           MOVE 2 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
      * AAAAMMDD (WS-DATA-AUX) PARA AAAA-MM-DD, O FORMATO DAS DATAS
      * DO BANCO.
       7950-EDITA-DATA.
           MOVE SPACES TO WS-DATA-AUX-ISO
           STRING WS-DATA-AUX-AA '-' WS-DATA-AUX-MM '-' WS-DATA-AUX-DD
               DELIMITED BY SIZE
             INTO WS-DATA-AUX-ISO
           END-STRING.
      *
      * ABORT - O CADPOSPJ FICA SEM TRAILER (O BIRO RECUSA O ARQUIVO
      * INCOMPLETO) E O RELATORIO AVISA QUE NAO DEVE SER ENVIADO.
       9900-ABORTA.
           MOVE 'PROCESSAMENTO ABORTADO - NAO ENVIAR O CADPOSPJ AO BIRO'
               TO CPO-MSG-TEXTO
           PERFORM 7910-IMPRIME-MENSAGEM
           IF WS-REGISTRO-ANM-ABERTO = 'S'
               CLOSE ARQ-REGISTRO-ANONIMO
           END-IF
           CLOSE ARQ-CADPOS ARQ-RLCADPOS
           DISPLAY 'DEV79P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
