       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV83P10.
      *
      *----------------------------------------------------------------*
      * CONFERENCIA PERIODICA DA CLIENTPJ COM A TRILHA. TODO PROGRAMA  *
      * QUE ALTERA A CLIENTPJ GRAVA EM ALUNO06.CLIENTPJ_HIST UMA       *
      * IMAGEM 'DEPOIS' IGUAL A LINHA GRAVADA, E O ESTORNO (DEV49P10), *
      * O CDC (DEV16P10) E AS VARIACOES (DEV27P10) PARTEM DESSE        *
      * PRESSUPOSTO. UMA ALTERACAO FEITA POR FORA DOS PROGRAMAS        *
      * (CORRECAO DIRETA NO BANCO, INSERT DE HISTORICO QUE FALHOU)     *
      * QUEBRA ISSO SEM AVISO. ESTE PROGRAMA LE TODA A CLIENTPJ, CADA  *
      * LINHA JUNTO COM A SUA ULTIMA IMAGEM 'DEPOIS' (MAIOR SEQ_HIST   *
      * COM TIPO_IMAGEM_HIST = 'D'), E APONTA:                         *
      *   - CLIENTE DIFERENTE DA ULTIMA IMAGEM - COMPARA RAZSOCIAL,    *
      *     NUMECNPJA/FILIALCNPJA, SALDO, VRULTCOMPRA, DTULTCOMPRA,    *
      *     DTATLZDADOS, DTINATIVA E DTAGENDA, UMA LINHA POR CAMPO     *
      *     DIVERGENTE (VALOR ATUAL E VALOR DA IMAGEM);                *
      *   - CLIENTE SEM NENHUMA IMAGEM NO HISTORICO;                   *
      *   - CLIENTE COM HISTORICO MAS SEM IMAGEM 'DEPOIS';             *
      *   - CODIGO PRESENTE AO MESMO TEMPO NA CLIENTPJ E NA            *
      *     CLIENTPJ_ARCH.                                             *
      * NULO NA IMAGEM EM NUMECNPJA/FILIALCNPJA (PREENCHIDOS DEPOIS    *
      * NA CLIENTPJ PELA CARGA DO DEV06P10, SEM TRILHA) E EM           *
      * DTINATIVA/DTAGENDA (NAO GUARDADAS NAS IMAGENS DE AJUSTE E DE   *
      * COMPRA) E TRATADO COMO NAO REGISTRADO E NAO E COMPARADO. SALDO *
      * E VRULTCOMPRA NULOS VALEM ZERO DOS DOIS LADOS.                 *
      * AS OCORRENCIAS SAEM NO RLIMAGEM E VAO PARA O ARQUIVO DE        *
      * ALERTAS DEV83ALR (DEVALRCL) - 'A' POR CLIENTE DIVERGENTE OU    *
      * SEM TRILHA, 'E' POR CODIGO TAMBEM ARQUIVADO.                   *
      * RETURN CODE 4 = CLIENTPJ VAZIA  8 = HA OCORRENCIAS             *
      * 12 = ABORT (ERRO DE BANCO OU DE ARQUIVO).                      *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIARCH END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RLIMAGEM ASSIGN TO 'RLIMAGEM'
               FILE STATUS IS WS-FS-RLIMAGEM.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV83ALR'
               FILE STATUS IS WS-FS-ALERTAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-RLIMAGEM
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLIMAGEM             PIC X(132).
      *
      * ARQUIVO DE ALERTAS PARA A MONITORACAO (LAYOUT COMUM
      * DEVALRCL) - UMA LINHA POR OCORRENCIA; SEM OCORRENCIA FICA
      * VAZIO.
       FD ARQ-ALERTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVIMGRL.
      *
           COPY DEVALRCL.
      *
      * LINHA DA CLIENTPJ E A SUA ULTIMA IMAGEM 'DEPOIS' (CURSOR
      * C-CONFERE). DATAS NO FORMATO ISO, BRANCOS = COLUNA NULA.
      * SEM IMAGEM 'DEPOIS' O WS-IMG-SEQ-HOST VEM ZERADO.
       01 WS-CONFERE-HOST.
           05 WS-CLI-CODIGO-HOST       PIC S9(7) COMP-3.
           05 WS-ATU-RAZSOCIAL         PIC X(40).
           05 WS-ATU-CNPJA             PIC X(8).
           05 WS-ATU-FILIALA           PIC X(4).
           05 WS-ATU-SALDO             PIC S9(11)V99 COMP-3.
           05 WS-ATU-VRULTCOMPRA       PIC S9(9)V99 COMP-3.
           05 WS-ATU-DTULTCOMPRA       PIC X(10).
           05 WS-ATU-DTATLZDADOS       PIC X(10).
           05 WS-ATU-DTINATIVA         PIC X(10).
           05 WS-ATU-DTAGENDA          PIC X(10).
           05 WS-QTD-IMAGENS-HOST      PIC S9(9) COMP.
           05 WS-IMG-SEQ-HOST          PIC S9(9) COMP.
           05 WS-IMG-DATA-HOST         PIC X(10).
           05 WS-IMG-OPER-HOST         PIC X(1).
           05 WS-IMG-PROGRAMA-HOST     PIC X(8).
           05 WS-IMG-RAZSOCIAL         PIC X(40).
           05 WS-IMG-CNPJA             PIC X(8).
           05 WS-IMG-FILIALA           PIC X(4).
           05 WS-IMG-SALDO             PIC S9(11)V99 COMP-3.
           05 WS-IMG-VRULTCOMPRA       PIC S9(9)V99 COMP-3.
           05 WS-IMG-DTULTCOMPRA       PIC X(10).
           05 WS-IMG-DTATLZDADOS       PIC X(10).
           05 WS-IMG-DTINATIVA         PIC X(10).
           05 WS-IMG-DTAGENDA          PIC X(10).
      *
      * CODIGO PRESENTE NA CLIENTPJ E NA CLIENTPJ_ARCH (CURSOR
      * C-ARQUIVADOS).
       01 WS-ARQUIVADO-HOST.
           05 WS-ARQ-CODIGO-HOST       PIC S9(7) COMP-3.
           05 WS-ARQ-RAZSOCIAL         PIC X(40).
           05 WS-ARQ-DTARQUIVO         PIC X(10).
      *
       01 WS-FS-RLIMAGEM           PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
      * OCORRENCIA EM CURSO - DADOS DA LINHA DO RELATORIO E DO ALERTA.
       01 WS-OCORRENCIA.
           05 WS-OCO-CODIGOCLI     PIC 9(007) VALUE ZEROS.
           05 WS-OCO-RAZSOCIAL     PIC X(040) VALUE SPACES.
           05 WS-OCO-SEQ           PIC S9(009) COMP VALUE ZEROS.
           05 WS-OCO-DATA          PIC X(010) VALUE SPACES.
           05 WS-OCO-OPER          PIC X(001) VALUE SPACES.
           05 WS-OCO-PROGRAMA      PIC X(008) VALUE SPACES.
           05 WS-OCO-SITUACAO      PIC X(040) VALUE SPACES.
           05 WS-OCO-SEVERIDADE    PIC X(001) VALUE SPACES.
           05 WS-OCO-MOTIVO        PIC X(040) VALUE SPACES.
      *
      * CAMPO DIVERGENTE EM CURSO E CONTROLE DO CLIENTE CORRENTE.
       01 WS-DIF-CAMPO             PIC X(012) VALUE SPACES.
       01 WS-DIF-ATUAL             PIC X(040) VALUE SPACES.
       01 WS-DIF-IMAGEM            PIC X(040) VALUE SPACES.
       01 WS-PRIMEIRO-CAMPO        PIC X(012) VALUE SPACES.
       01 WS-QTD-CAMPOS-CLI        PIC 9(002) VALUE ZEROS.
      *
       01 WS-TEXTO-AVISO           PIC X(100) VALUE SPACES.
       01 WS-EDT-VALOR             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-CONTROLE.
           05 WS-TOT-CLIENTES      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CONFERIDOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DIVERGENTES   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CAMPOS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-HISTORICO PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-DEPOIS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ARQUIVADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-OCORRENCIAS   PIC 9(007) VALUE ZEROS.
      *
       01 WS-EDT-DATA              PIC 9(008) VALUE ZEROS.
       01 WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
           05 WS-EDT-AA            PIC 9(004).
           05 WS-EDT-MM            PIC 9(002).
           05 WS-EDT-DD            PIC 9(002).
       01 WS-EDT-DATA-X            PIC X(010) VALUE SPACES.
       01 WS-EDT-ISO               PIC X(010) VALUE SPACES.
       01 WS-EDT-ISO-R REDEFINES WS-EDT-ISO.
           05 WS-EDT-ISO-AA        PIC X(004).
           05 FILLER               PIC X(001).
           05 WS-EDT-ISO-MM        PIC X(002).
           05 FILLER               PIC X(001).
           05 WS-EDT-ISO-DD        PIC X(002).
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-CONFERE CURSOR FOR
               SELECT C.CODIGO_CLI,
                      VALUE(C.RAZSOCIAL_CLI, ' '),
                      VALUE(C.NUMECNPJA_CLI, ' '),
                      VALUE(C.FILIALCNPJA_CLI, ' '),
                      VALUE(C.SALDO_CLI, 0),
                      VALUE(C.VRULTCOMPRA_CLI, 0),
                      VALUE(CHAR(C.DTULTCOMPRA_CLI, ISO), ' '),
                      VALUE(CHAR(C.DTATLZDADOS_CLI, ISO), ' '),
                      VALUE(CHAR(C.DTINATIVA_CLI, ISO), ' '),
                      VALUE(CHAR(C.DTAGENDA_CLI, ISO), ' '),
                      VALUE(U.QTD_IMAGENS, 0),
                      VALUE(H.SEQ_HIST, 0),
                      VALUE(CHAR(H.DATA_HIST, ISO), ' '),
                      VALUE(H.TIPO_OPER_HIST, ' '),
                      VALUE(H.PROGRAMA_HIST, ' '),
                      VALUE(H.RAZSOCIAL_CLI, ' '),
                      VALUE(H.NUMECNPJA_CLI, C.NUMECNPJA_CLI, ' '),
                      VALUE(H.FILIALCNPJA_CLI, C.FILIALCNPJA_CLI,
                            ' '),
                      VALUE(H.SALDO_CLI, 0),
                      VALUE(H.VRULTCOMPRA_CLI, 0),
                      VALUE(CHAR(H.DTULTCOMPRA_CLI, ISO), ' '),
                      VALUE(CHAR(H.DTATLZDADOS_CLI, ISO), ' '),
                      VALUE(CHAR(H.DTINATIVA_CLI, ISO),
                            CHAR(C.DTINATIVA_CLI, ISO), ' '),
                      VALUE(CHAR(H.DTAGENDA_CLI, ISO),
                            CHAR(C.DTAGENDA_CLI, ISO), ' ')
                 FROM ALUNO06.CLIENTPJ C
                 LEFT JOIN
                      (SELECT CODIGO_CLI,
                              COUNT(*) AS QTD_IMAGENS,
                              MAX(CASE WHEN TIPO_IMAGEM_HIST = 'D'
                                       THEN SEQ_HIST END)
                                  AS SEQ_ULTIMA
                         FROM ALUNO06.CLIENTPJ_HIST
                        GROUP BY CODIGO_CLI) U
                   ON U.CODIGO_CLI = C.CODIGO_CLI
                 LEFT JOIN ALUNO06.CLIENTPJ_HIST H
                   ON H.SEQ_HIST = U.SEQ_ULTIMA
                ORDER BY C.CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-ARQUIVADOS CURSOR FOR
               SELECT C.CODIGO_CLI,
                      VALUE(C.RAZSOCIAL_CLI, ' '),
                      VALUE(CHAR(A.DTARQUIVAMENTO_ARCH, ISO), ' ')
                 FROM ALUNO06.CLIENTPJ C,
                      ALUNO06.CLIENTPJ_ARCH A
                WHERE A.CODIGO_CLI = C.CODIGO_CLI
                ORDER BY C.CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
      *
           DISPLAY 'DEV83P10   INICIO DO PROCESSAMENTO'
      *
           OPEN OUTPUT ARQ-RLIMAGEM
           IF WS-FS-RLIMAGEM NOT = '00'
               DISPLAY 'DEV83P10   ERRO AO ABRIR RLIMAGEM - STATUS: '
                   WS-FS-RLIMAGEM
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               DISPLAY 'DEV83P10   ERRO AO ABRIR DEV83ALR - STATUS: '
                   WS-FS-ALERTAS
               CLOSE ARQ-RLIMAGEM
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
      *    PRIMEIRA SECAO - CLIENTPJ X ULTIMA IMAGEM 'DEPOIS'.
           MOVE 'CLIENTPJ X ULTIMA IMAGEM DEPOIS EM CLIENTPJ_HIST'
               TO WS-TEXTO-AVISO
           PERFORM 0550-IMPRIME-AVISO
      *
           EXEC SQL OPEN C-CONFERE END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'OPEN' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0150-FETCH-CLIENTE
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 1000-CONFERE-CLIENTE
               PERFORM 0150-FETCH-CLIENTE
           END-PERFORM
      *
           EXEC SQL CLOSE C-CONFERE END-EXEC
      *
           IF WS-TOT-CLIENTES = WS-TOT-CONFERIDOS
               MOVE 'NENHUMA DIVERGENCIA ENTRE CLIENTPJ E HISTORICO'
                   TO WS-TEXTO-AVISO
               PERFORM 0550-IMPRIME-AVISO
           END-IF
      *
      *    SEGUNDA SECAO - CODIGOS ATIVOS E ARQUIVADOS AO MESMO TEMPO.
           MOVE 'CODIGOS PRESENTES EM CLIENTPJ E EM CLIENTPJ_ARCH'
               TO WS-TEXTO-AVISO
           PERFORM 0550-IMPRIME-AVISO
      *
           EXEC SQL OPEN C-ARQUIVADOS END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'OPEN ARQ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
      *
           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM 0160-FETCH-ARQUIVADO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               PERFORM 4000-REGISTRA-ARQUIVADO
               PERFORM 0160-FETCH-ARQUIVADO
           END-PERFORM
      *
           EXEC SQL CLOSE C-ARQUIVADOS END-EXEC
      *
           IF WS-TOT-ARQUIVADOS = 0
               MOVE 'NENHUM CODIGO DA CLIENTPJ CONSTA DA CLIENTPJ_ARCH'
                   TO WS-TEXTO-AVISO
               PERFORM 0550-IMPRIME-AVISO
           END-IF
      *
           PERFORM 7300-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV83P10   CLIENTES LIDOS EM CLIENTPJ......: '
               WS-TOT-CLIENTES
           DISPLAY 'DEV83P10   CLIENTES IGUAIS A ULTIMA IMAGEM.: '
               WS-TOT-CONFERIDOS
           DISPLAY 'DEV83P10   CLIENTES DIVERGENTES............: '
               WS-TOT-DIVERGENTES
           DISPLAY 'DEV83P10   CAMPOS DIVERGENTES..............: '
               WS-TOT-CAMPOS
           DISPLAY 'DEV83P10   CLIENTES SEM HISTORICO..........: '
               WS-TOT-SEM-HISTORICO
           DISPLAY 'DEV83P10   CLIENTES SEM IMAGEM DEPOIS......: '
               WS-TOT-SEM-DEPOIS
           DISPLAY 'DEV83P10   CODIGOS TAMBEM ARQUIVADOS.......: '
               WS-TOT-ARQUIVADOS
           DISPLAY 'DEV83P10   OCORRENCIAS.....................: '
               WS-TOT-OCORRENCIAS
           DISPLAY 'DEV83P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-CLIENTES = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-OCORRENCIAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           CLOSE ARQ-RLIMAGEM ARQ-ALERTAS
           GOBACK.
      *
       0150-FETCH-CLIENTE.
           EXEC SQL
               FETCH C-CONFERE
                 INTO :WS-CLI-CODIGO-HOST, :WS-ATU-RAZSOCIAL,
                      :WS-ATU-CNPJA, :WS-ATU-FILIALA,
                      :WS-ATU-SALDO, :WS-ATU-VRULTCOMPRA,
                      :WS-ATU-DTULTCOMPRA, :WS-ATU-DTATLZDADOS,
                      :WS-ATU-DTINATIVA, :WS-ATU-DTAGENDA,
                      :WS-QTD-IMAGENS-HOST, :WS-IMG-SEQ-HOST,
                      :WS-IMG-DATA-HOST, :WS-IMG-OPER-HOST,
                      :WS-IMG-PROGRAMA-HOST, :WS-IMG-RAZSOCIAL,
                      :WS-IMG-CNPJA, :WS-IMG-FILIALA,
                      :WS-IMG-SALDO, :WS-IMG-VRULTCOMPRA,
                      :WS-IMG-DTULTCOMPRA, :WS-IMG-DTATLZDADOS,
                      :WS-IMG-DTINATIVA, :WS-IMG-DTAGENDA
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'FETCH' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF
           ADD 1 TO WS-TOT-CLIENTES.
      *
       0160-FETCH-ARQUIVADO.
           EXEC SQL
               FETCH C-ARQUIVADOS
                 INTO :WS-ARQ-CODIGO-HOST, :WS-ARQ-RAZSOCIAL,
                      :WS-ARQ-DTARQUIVO
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
               MOVE 'FETCH AR' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO IMG-CB1-DATA
           MOVE WS-REL-PAGINA TO IMG-CB1-PAG
           WRITE REG-RLIMAGEM FROM IMG-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLIMAGEM FROM IMG-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * TITULO DE SECAO OU AVISO (TEXTO EM WS-TEXTO-AVISO).
       0550-IMPRIME-AVISO.
           IF WS-REL-LINHA + 3 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TEXTO-AVISO TO IMG-LAV-TEXTO
           WRITE REG-RLIMAGEM FROM IMG-LINAVISO AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
      * QUALQUER FALHA DE BANCO INTERROMPE A CONFERENCIA - VER
      * 9900-ABORTA.
       0700-SYSOUT-ERRO-SQL.
           DISPLAY 'DEV83P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - CODIGO: ' WS-OCO-CODIGOCLI ' SQLCODE: ' SQLCODE
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
      * DATA ISO (AAAA-MM-DD) EM WS-EDT-ISO PARA DD/MM/AAAA.
       0910-EDITA-DATA-ISO.
           MOVE SPACES TO WS-EDT-DATA-X
           IF WS-EDT-ISO = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING WS-EDT-ISO-DD '/' WS-EDT-ISO-MM '/' WS-EDT-ISO-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
      * UM CLIENTE DA CLIENTPJ. SEM NENHUMA IMAGEM, OU SEM IMAGEM
      * 'DEPOIS', NAO HA COM O QUE COMPARAR.
       1000-CONFERE-CLIENTE.
           MOVE WS-CLI-CODIGO-HOST TO WS-OCO-CODIGOCLI
           MOVE WS-ATU-RAZSOCIAL TO WS-OCO-RAZSOCIAL
           MOVE WS-IMG-SEQ-HOST TO WS-OCO-SEQ
           MOVE WS-IMG-DATA-HOST TO WS-OCO-DATA
           MOVE WS-IMG-OPER-HOST TO WS-OCO-OPER
           MOVE WS-IMG-PROGRAMA-HOST TO WS-OCO-PROGRAMA
           MOVE ZEROS TO WS-QTD-CAMPOS-CLI
           MOVE SPACES TO WS-PRIMEIRO-CAMPO
      *
           EVALUATE TRUE
               WHEN WS-QTD-IMAGENS-HOST = 0
                   PERFORM 3000-SEM-HISTORICO
               WHEN WS-IMG-SEQ-HOST = 0
                   PERFORM 3100-SEM-IMAGEM-DEPOIS
               WHEN OTHER
                   PERFORM 2000-COMPARA-IMAGEM
           END-EVALUATE.
      *
      * COMPARA CAMPO A CAMPO A LINHA ATUAL COM A ULTIMA IMAGEM
      * 'DEPOIS'. O CLIENTE DIVERGENTE GERA UM ALERTA SO, COM O
      * PRIMEIRO CAMPO DIFERENTE NO MOTIVO; O RELATORIO LISTA TODOS.
       2000-COMPARA-IMAGEM.
           IF WS-ATU-RAZSOCIAL NOT = WS-IMG-RAZSOCIAL
               MOVE 'RAZSOCIAL' TO WS-DIF-CAMPO
               MOVE WS-ATU-RAZSOCIAL TO WS-DIF-ATUAL
               MOVE WS-IMG-RAZSOCIAL TO WS-DIF-IMAGEM
               PERFORM 2100-REGISTRA-CAMPO
           END-IF
           IF WS-ATU-CNPJA NOT = WS-IMG-CNPJA
               MOVE 'NUMECNPJA' TO WS-DIF-CAMPO
               MOVE WS-ATU-CNPJA TO WS-DIF-ATUAL
               MOVE WS-IMG-CNPJA TO WS-DIF-IMAGEM
               PERFORM 2100-REGISTRA-CAMPO
           END-IF
           IF WS-ATU-FILIALA NOT = WS-IMG-FILIALA
               MOVE 'FILIALCNPJA' TO WS-DIF-CAMPO
               MOVE WS-ATU-FILIALA TO WS-DIF-ATUAL
               MOVE WS-IMG-FILIALA TO WS-DIF-IMAGEM
               PERFORM 2100-REGISTRA-CAMPO
           END-IF
           IF WS-ATU-SALDO NOT = WS-IMG-SALDO
               MOVE 'SALDO' TO WS-DIF-CAMPO
               MOVE WS-ATU-SALDO TO WS-EDT-VALOR
               MOVE WS-EDT-VALOR TO WS-DIF-ATUAL
               MOVE WS-IMG-SALDO TO WS-EDT-VALOR
               MOVE WS-EDT-VALOR TO WS-DIF-IMAGEM
               PERFORM 2100-REGISTRA-CAMPO
           END-IF
           IF WS-ATU-VRULTCOMPRA NOT = WS-IMG-VRULTCOMPRA
               MOVE 'VRULTCOMPRA' TO WS-DIF-CAMPO
               MOVE WS-ATU-VRULTCOMPRA TO WS-EDT-VALOR
               MOVE WS-EDT-VALOR TO WS-DIF-ATUAL
               MOVE WS-IMG-VRULTCOMPRA TO WS-EDT-VALOR
               MOVE WS-EDT-VALOR TO WS-DIF-IMAGEM
               PERFORM 2100-REGISTRA-CAMPO
           END-IF
           IF WS-ATU-DTULTCOMPRA NOT = WS-IMG-DTULTCOMPRA
               MOVE 'DTULTCOMPRA' TO WS-DIF-CAMPO
               MOVE WS-ATU-DTULTCOMPRA TO WS-EDT-ISO
               MOVE WS-IMG-DTULTCOMPRA TO WS-DIF-IMAGEM
               PERFORM 2200-REGISTRA-DATA
           END-IF
           IF WS-ATU-DTATLZDADOS NOT = WS-IMG-DTATLZDADOS
               MOVE 'DTATLZDADOS' TO WS-DIF-CAMPO
               MOVE WS-ATU-DTATLZDADOS TO WS-EDT-ISO
               MOVE WS-IMG-DTATLZDADOS TO WS-DIF-IMAGEM
               PERFORM 2200-REGISTRA-DATA
           END-IF
           IF WS-ATU-DTINATIVA NOT = WS-IMG-DTINATIVA
               MOVE 'DTINATIVA' TO WS-DIF-CAMPO
               MOVE WS-ATU-DTINATIVA TO WS-EDT-ISO
               MOVE WS-IMG-DTINATIVA TO WS-DIF-IMAGEM
               PERFORM 2200-REGISTRA-DATA
           END-IF
           IF WS-ATU-DTAGENDA NOT = WS-IMG-DTAGENDA
               MOVE 'DTAGENDA' TO WS-DIF-CAMPO
               MOVE WS-ATU-DTAGENDA TO WS-EDT-ISO
               MOVE WS-IMG-DTAGENDA TO WS-DIF-IMAGEM
               PERFORM 2200-REGISTRA-DATA
           END-IF
      *
           IF WS-QTD-CAMPOS-CLI = 0
               ADD 1 TO WS-TOT-CONFERIDOS
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-TOT-DIVERGENTES
           MOVE SPACES TO WS-OCO-MOTIVO
           STRING 'DIFERE DA ULTIMA IMAGEM: ' DELIMITED BY SIZE
                  WS-PRIMEIRO-CAMPO DELIMITED BY SPACE
             INTO WS-OCO-MOTIVO
           END-STRING
           MOVE 'A' TO WS-OCO-SEVERIDADE
           PERFORM 8000-GRAVA-ALERTA.
      *
      * O PRIMEIRO CAMPO DIVERGENTE DO CLIENTE ABRE A OCORRENCIA NO
      * RELATORIO; CADA CAMPO SAI NUMA LINHA PROPRIA.
       2100-REGISTRA-CAMPO.
           IF WS-QTD-CAMPOS-CLI = 0
               MOVE WS-DIF-CAMPO TO WS-PRIMEIRO-CAMPO
               MOVE 'DIFERENTE DA ULTIMA IMAGEM DEPOIS'
                   TO WS-OCO-SITUACAO
               PERFORM 7000-IMPRIME-CLIENTE
           END-IF
           ADD 1 TO WS-QTD-CAMPOS-CLI
           ADD 1 TO WS-TOT-CAMPOS
           PERFORM 7100-IMPRIME-CAMPO.
      *
      * CAMPO DE DATA - VALOR ATUAL EM WS-EDT-ISO, DA IMAGEM EM
      * WS-DIF-IMAGEM; OS DOIS SAEM NO FORMATO DD/MM/AAAA.
       2200-REGISTRA-DATA.
           PERFORM 0910-EDITA-DATA-ISO
           MOVE WS-EDT-DATA-X TO WS-DIF-ATUAL
           MOVE WS-DIF-IMAGEM TO WS-EDT-ISO
           PERFORM 0910-EDITA-DATA-ISO
           MOVE WS-EDT-DATA-X TO WS-DIF-IMAGEM
           PERFORM 2100-REGISTRA-CAMPO.
      *
       3000-SEM-HISTORICO.
           ADD 1 TO WS-TOT-SEM-HISTORICO
           MOVE 'SEM NENHUMA IMAGEM EM CLIENTPJ_HIST'
               TO WS-OCO-SITUACAO
           PERFORM 7000-IMPRIME-CLIENTE
           MOVE 'A' TO WS-OCO-SEVERIDADE
           MOVE WS-OCO-SITUACAO TO WS-OCO-MOTIVO
           PERFORM 8000-GRAVA-ALERTA.
      *
       3100-SEM-IMAGEM-DEPOIS.
           ADD 1 TO WS-TOT-SEM-DEPOIS
           MOVE 'HISTORICO SEM IMAGEM DEPOIS'
               TO WS-OCO-SITUACAO
           PERFORM 7000-IMPRIME-CLIENTE
           MOVE 'A' TO WS-OCO-SEVERIDADE
           MOVE WS-OCO-SITUACAO TO WS-OCO-MOTIVO
           PERFORM 8000-GRAVA-ALERTA.
      *
      * CODIGO ATIVO NA CLIENTPJ E AO MESMO TEMPO ARQUIVADO - A DATA
      * DA LINHA E A DO ARQUIVAMENTO.
       4000-REGISTRA-ARQUIVADO.
           ADD 1 TO WS-TOT-ARQUIVADOS
           MOVE WS-ARQ-CODIGO-HOST TO WS-OCO-CODIGOCLI
           MOVE WS-ARQ-RAZSOCIAL TO WS-OCO-RAZSOCIAL
           MOVE ZEROS TO WS-OCO-SEQ
           MOVE WS-ARQ-DTARQUIVO TO WS-OCO-DATA
           MOVE SPACES TO WS-OCO-OPER
           MOVE SPACES TO WS-OCO-PROGRAMA
           MOVE 'TAMBEM EM CLIENTPJ_ARCH (ARQUIVADO)'
               TO WS-OCO-SITUACAO
           PERFORM 7000-IMPRIME-CLIENTE
           MOVE 'E' TO WS-OCO-SEVERIDADE
           MOVE 'CODIGO EM CLIENTPJ E EM CLIENTPJ_ARCH'
               TO WS-OCO-MOTIVO
           PERFORM 8000-GRAVA-ALERTA.
      *
      * LINHA DO CLIENTE COM OCORRENCIA (DADOS EM WS-OCORRENCIA).
       7000-IMPRIME-CLIENTE.
           IF WS-REL-LINHA + 3 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-OCO-CODIGOCLI TO IMG-LD1-CODIGOCLI
           MOVE WS-OCO-RAZSOCIAL TO IMG-LD1-RAZSOCIAL
           MOVE WS-OCO-SEQ TO IMG-LD1-SEQ
           MOVE WS-OCO-DATA TO WS-EDT-ISO
           PERFORM 0910-EDITA-DATA-ISO
           MOVE WS-EDT-DATA-X TO IMG-LD1-DATA
           MOVE WS-OCO-OPER TO IMG-LD1-OPER
           MOVE WS-OCO-PROGRAMA TO IMG-LD1-PROGRAMA
           MOVE WS-OCO-SITUACAO TO IMG-LD1-SITUACAO
           WRITE REG-RLIMAGEM FROM IMG-LINDET1 AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
       7100-IMPRIME-CAMPO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-DIF-CAMPO TO IMG-LD2-CAMPO
           MOVE WS-DIF-ATUAL TO IMG-LD2-ATUAL
           MOVE WS-DIF-IMAGEM TO IMG-LD2-IMAGEM
           WRITE REG-RLIMAGEM FROM IMG-LINDET2 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7300-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 14 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'CLIENTES LIDOS EM CLIENTPJ' TO IMG-TOT-ROTULO
           MOVE WS-TOT-CLIENTES TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 3 LINES
           MOVE 'CLIENTES IGUAIS A ULTIMA IMAGEM DEPOIS'
               TO IMG-TOT-ROTULO
           MOVE WS-TOT-CONFERIDOS TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CLIENTES DIFERENTES DA ULTIMA IMAGEM DEPOIS'
               TO IMG-TOT-ROTULO
           MOVE WS-TOT-DIVERGENTES TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE '  CAMPOS DIVERGENTES' TO IMG-TOT-ROTULO
           MOVE WS-TOT-CAMPOS TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CLIENTES SEM NENHUMA IMAGEM NO HISTORICO'
               TO IMG-TOT-ROTULO
           MOVE WS-TOT-SEM-HISTORICO TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CLIENTES COM HISTORICO SEM IMAGEM DEPOIS'
               TO IMG-TOT-ROTULO
           MOVE WS-TOT-SEM-DEPOIS TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CODIGOS EM CLIENTPJ E EM CLIENTPJ_ARCH'
               TO IMG-TOT-ROTULO
           MOVE WS-TOT-ARQUIVADOS TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'TOTAL DE OCORRENCIAS' TO IMG-TOT-ROTULO
           MOVE WS-TOT-OCORRENCIAS TO IMG-TOT-QTDE
           WRITE REG-RLIMAGEM FROM IMG-TOTAIS AFTER ADVANCING 2 LINES.
      *
       8000-GRAVA-ALERTA.
           INITIALIZE ALR-REGISTRO
           MOVE 'DEV83P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE WS-OCO-SEVERIDADE TO ALR-SEVERIDADE
           MOVE WS-OCO-CODIGOCLI TO ALR-CHAVE
           MOVE WS-OCO-MOTIVO TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO
           ADD 1 TO WS-TOT-OCORRENCIAS.
      *
      * ABORT - O RELATORIO E OS ALERTAS FICAM INCOMPLETOS; A
      * REEXECUCAO REFAZ TUDO (O PROGRAMA SO LE O BANCO).
       9900-ABORTA.
           MOVE 'CONFERENCIA INTERROMPIDA POR ERRO - VER SYSOUT'
               TO IMG-LAV-TEXTO
           WRITE REG-RLIMAGEM FROM IMG-LINAVISO AFTER ADVANCING 2 LINES
           CLOSE ARQ-RLIMAGEM ARQ-ALERTAS
           DISPLAY 'DEV83P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
