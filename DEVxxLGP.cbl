       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV78P10.
      *
      *----------------------------------------------------------------*
      * RELATORIO DO TITULAR DE DADOS (LGPD) PARA A AREA DE            *
      * PRIVACIDADE. RECEBE NO SYSIN UMA RAIZ DE CNPJ, COM OU SEM      *
      * FILIAL, E REUNE NO RLLGPD TUDO O QUE O SISTEMA GUARDA SOBRE    *
      * ELA, NUMA SECAO POR ORIGEM:                                    *
      *   - CODIGOS DE CLIENTE DA RAIZ ENCONTRADOS EM QUALQUER DAS     *
      *     TABELAS ABAIXO, COM A DATA DA ANONIMIZACAO QUANDO O        *
      *     DEV53P10 JA PASSOU PELO CODIGO (CADASTRO DEV53REG);        *
      *   - ALUNO06.CLIENTPJ E ALUNO06.CLIENTPJ_ARCH - O CADASTRO      *
      *     COMPLETO;                                                  *
      *   - ALUNO06.CLIENTPJ_HIST E ALUNO06.CLIENTPJ_HIST_ARCH - TODAS *
      *     AS IMAGENS DA TRILHA, DE CADA CODIGO (INCLUSIVE AS DE      *
      *     ANTES DE UMA TROCA DE CNPJ);                               *
      *   - ALUNO06.CLIENTPJ_SNAP - TODAS AS FOTOGRAFIAS DIARIAS;      *
      *   - DEV22LOG - AS CONSULTAS FEITAS AO CLIENTE (POR CNPJ OU POR *
      *     CODIGO; A BUSCA POR TRECHO DE NOME NAO IDENTIFICA O        *
      *     CLIENTE E NAO ENTRA);                                      *
      *   - NOTIFCLI - OS AVISOS ENVIADOS AO CLIENTE. O DD RECEBE A    *
      *     BASE DO GDG (TODAS AS GERACOES), E O NOTIFCOB DO DEV66P10, *
      *     MESMO LAYOUT, PODE VIR CONCATENADO.                        *
      * O DADO ANONIMIZADO SAI COMO ESTA GRAVADO (O MARCADOR DO        *
      * DEV53P10 NO NOME), COM A DATA DA ANONIMIZACAO NA LINHA DO      *
      * CADASTRO ARQUIVADO; FOTOGRAFIA QUE AINDA TRAZ O NOME DE UM     *
      * CODIGO ANONIMIZADO E APONTADA NOS TOTAIS. CADA RELATORIO       *
      * PRODUZIDO E REGISTRADO NO DEV78LOG (EXTEND) - OPERADOR,        *
      * PROTOCOLO DO PEDIDO, RAIZ/FILIAL E QUANTIDADES. SEM O LOG O    *
      * RELATORIO E RECUSADO.                                          *
      * SYSIN: CNPJ RAIZ X(08), FILIAL X(04) (BRANCOS = TODAS),        *
      * OPERADOR X(08) (OBRIGATORIO) E PROTOCOLO DO PEDIDO X(12).      *
      * RETURN CODE 4 = NADA ENCONTRADO PARA O CNPJ (O RELATORIO       *
      * NEGATIVO SAI E E REGISTRADO); 8 = PARAMETRO INVALIDO OU        *
      * DEV78LOG INDISPONIVEL; 12 = ERRO DE BANCO OU DE ARQUIVO -      *
      * RELATORIO INCOMPLETO, REGISTRADO COMO ABORTADO.                *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIARCH END-EXEC.
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIHARC END-EXEC.
      *
       EXEC SQL INCLUDE CLISNAP END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RLLGPD ASSIGN TO 'RLLGPD'
               FILE STATUS IS WS-FS-RLLGPD.
      * LOG DE ACESSO DAS CONSULTAS DO DEV22P10/DEV70P10 - SO LEITURA.
           SELECT ARQ-LOG-ACESSO ASSIGN TO 'DEV22LOG'
               FILE STATUS IS WS-FS-LOG-ACESSO.
           SELECT ARQ-NOTIFICA ASSIGN TO 'NOTIFCLI'
               FILE STATUS IS WS-FS-NOTIFICA.
      * CADASTRO DOS CLIENTES ANONIMIZADOS PELO DEV53P10 - SO
      * LEITURA, PELA CHAVE.
           SELECT ARQ-REGISTRO-ANONIMO ASSIGN TO 'DEV53REG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-CHAVE
               FILE STATUS IS WS-FS-REGISTRO-ANM.
      * REGISTRO DOS RELATORIOS DE TITULAR PRODUZIDOS (EXIGENCIA DA
      * AREA DE PRIVACIDADE) - UM REGISTRO POR EXECUCAO, EM EXTEND.
           SELECT ARQ-LOG-LGPD ASSIGN TO 'DEV78LOG'
               FILE STATUS IS WS-FS-LOG-LGPD.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-RLLGPD
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLLGPD               PIC X(132).
      *
      * LOG DE ACESSO GRAVADO PELO DEV22P10 - MESMO LAYOUT.
       FD ARQ-LOG-ACESSO
           RECORDING MODE F
           RECORD CONTAINS 82 CHARACTERS.
       01 REG-LOG-ACESSO.
           05 LOG-OPERADOR         PIC X(008).
           05 LOG-DATA             PIC 9(008).
           05 LOG-HORA             PIC 9(006).
           05 LOG-CODIGOCLI        PIC 9(007).
           05 LOG-CNPJ             PIC X(008).
           05 LOG-FILIAL           PIC X(004).
           05 LOG-RAZSOCIAL        PIC X(040).
           05 LOG-HISTORICO        PIC X(001).
      *
       FD ARQ-NOTIFICA
           RECORDING MODE F
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-NOTIFICA             PIC X(270).
      *
       FD ARQ-REGISTRO-ANONIMO
           RECORD CONTAINS 15 CHARACTERS.
       01 REG-REGISTRO-ANONIMO.
           05 ANM-CHAVE.
               10 ANM-CODIGOCLI        PIC 9(007).
           05 ANM-DATA-ANONIMIZACAO    PIC 9(008).
      *
      * UM REGISTRO POR RELATORIO DE TITULAR: QUEM PEDIU, QUANDO,
      * PARA QUAL RAIZ/FILIAL E QUANTO SAIU. LGL-SITUACAO: 'G'
      * GERADO, 'V' NADA ENCONTRADO, 'A' ABORTADO (INCOMPLETO).
       FD ARQ-LOG-LGPD
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-LOG-LGPD.
           05 LGL-OPERADOR         PIC X(008).
           05 LGL-DATA             PIC 9(008).
           05 LGL-HORA             PIC 9(006).
           05 LGL-CNPJ             PIC X(008).
           05 LGL-FILIAL           PIC X(004).
           05 LGL-PROTOCOLO        PIC X(012).
           05 LGL-QT-CODIGOS       PIC 9(005).
           05 LGL-QT-REGISTROS     PIC 9(007).
           05 LGL-SITUACAO         PIC X(001).
           05 FILLER               PIC X(021).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVLGPRL.
      *
           COPY DEVNOTCL.
      *
       01 WS-BUSCA-HOST.
           05 WS-CNPJ-HOST             PIC X(8).
           05 WS-FILIAL-HOST           PIC X(4).
           05 WS-TODAS-FILIAIS-HOST    PIC X(1).
       01 WS-CODIGOCLI-HOST        PIC 9(7) VALUE ZEROS.
      *
       01 WS-CODIGO-HOST.
           05 WS-COD-CODIGOCLI-HOST    PIC 9(7).
           05 WS-COD-FILIAL-HOST       PIC X(4).
      *
      * CADASTRO ATUAL OU ARQUIVADO - DATAS EM FORMATO ISO E NULOS
      * TROCADOS NO PROPRIO SELECT, SEM VARIAVEL INDICADORA.
       01 WS-CADASTRO-HOST.
           05 WS-CAD-RAZSOCIAL-HOST    PIC X(40).
           05 WS-CAD-CNPJA-HOST        PIC X(8).
           05 WS-CAD-FILIALA-HOST      PIC X(4).
           05 WS-CAD-CTLCNPJ-HOST      PIC X(2).
           05 WS-CAD-SALDO-HOST        PIC S9(11)V99.
           05 WS-CAD-VRULT-HOST        PIC S9(9)V99.
           05 WS-CAD-DTULT-HOST        PIC X(10).
           05 WS-CAD-DTATLZ-HOST       PIC X(10).
           05 WS-CAD-DTINATIVA-HOST    PIC X(10).
           05 WS-CAD-DTAGENDA-HOST     PIC X(10).
           05 WS-CAD-DTARQUIV-HOST     PIC X(10).
           05 WS-CAD-EMAIL-HOST        PIC X(50).
      *
      * IMAGEM DA TRILHA - CLIENTPJ_HIST OU CLIENTPJ_HIST_ARCH.
       01 WS-HIST-HOST.
           05 WS-HIST-SEQ-HOST         PIC S9(9).
           05 WS-HIST-OPER-HOST        PIC X(1).
           05 WS-HIST-IMAGEM-HOST      PIC X(1).
           05 WS-HIST-DATA-HOST        PIC X(10).
           05 WS-HIST-RAZSOCIAL-HOST   PIC X(40).
           05 WS-HIST-CNPJA-HOST       PIC X(8).
           05 WS-HIST-FILIALA-HOST     PIC X(4).
           05 WS-HIST-SALDO-HOST       PIC S9(11)V99.
           05 WS-HIST-VRULT-HOST       PIC S9(9)V99.
           05 WS-HIST-DTULT-HOST       PIC X(10).
           05 WS-HIST-DTATLZ-HOST      PIC X(10).
           05 WS-HIST-DTINATIVA-HOST   PIC X(10).
           05 WS-HIST-DTAGENDA-HOST    PIC X(10).
           05 WS-HIST-PROGRAMA-HOST    PIC X(8).
           05 WS-HIST-USUARIO-HOST     PIC X(8).
      *
       01 WS-SNAP-HOST.
           05 WS-SNAP-DATA-HOST        PIC X(10).
           05 WS-SNAP-RAZSOCIAL-HOST   PIC X(40).
           05 WS-SNAP-SALDO-HOST       PIC S9(11)V99.
           05 WS-SNAP-EMAIL-HOST       PIC X(50).
      *
      * MARCADOR GRAVADO PELO DEV53P10 NO LUGAR DO NOME.
       01 WS-MARCADOR-ANONIMO      PIC X(40)
           VALUE '*** DADOS ANONIMIZADOS ***'.
      *
      * CODIGOS DE CLIENTE DA RAIZ (TODAS AS ORIGENS) - UMA RAIZ DE
      * CNPJ TEM NO MAXIMO ALGUMAS DEZENAS DE FILIAIS; ESTOURAR AS 500
      * POSICOES ABORTA, PORQUE O RELATORIO SAIRIA INCOMPLETO.
       01 WS-TAB-CODIGOS.
           05 WS-COD-ENTRADA       OCCURS 500 TIMES.
               10 WS-COD-CODIGOCLI     PIC 9(007).
               10 WS-COD-FILIAL        PIC X(004).
               10 WS-COD-DT-ANONIM     PIC 9(008).
       01 WS-QTD-CODIGOS           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-CODIGOS           PIC 9(003) VALUE 500.
       01 WS-IND-COD               PIC 9(003) VALUE ZEROS.
       01 WS-IND-PROCURA           PIC 9(003) VALUE ZEROS.
       01 WS-CODIGO-PROCURADO      PIC 9(007) VALUE ZEROS.
       01 WS-CODIGO-ACHADO         PIC X VALUE 'N'.
      *
       01 WS-FS-RLLGPD             PIC XX VALUE SPACES.
       01 WS-FS-LOG-ACESSO         PIC XX VALUE SPACES.
       01 WS-FS-NOTIFICA           PIC XX VALUE SPACES.
       01 WS-FS-REGISTRO-ANM       PIC XX VALUE SPACES.
       01 WS-FS-LOG-LGPD           PIC XX VALUE SPACES.
       01 WS-REGISTRO-ANM-ABERTO   PIC X VALUE 'N'.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-FIM-ARQUIVO           PIC X VALUE 'N'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-CADASTRO      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ARQUIVO       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-HIST          PIC 9(007) VALUE ZEROS.
           05 WS-TOT-HIST-ARQ      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FOTOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ACESSOS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NOTIFICACOES  PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REGISTROS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ANONIMIZADOS  PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FOTOS-ANONIM  PIC 9(007) VALUE ZEROS.
           05 WS-QTD-SECAO         PIC 9(007) VALUE ZEROS.
      *
      * PARAMETROS LIDOS DO SYSIN - RAIZ DO CNPJ (OBRIGATORIA), FILIAL
      * (BRANCOS = TODAS AS FILIAIS DA RAIZ), OPERADOR QUE ATENDE O
      * PEDIDO (OBRIGATORIO) E PROTOCOLO DO PEDIDO DO TITULAR.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-CNPJ             PIC X(008) VALUE SPACES.
           05 WS-PARM-FILIAL           PIC X(004) VALUE SPACES.
           05 WS-PARM-OPERADOR         PIC X(008) VALUE SPACES.
           05 WS-PARM-PROTOCOLO        PIC X(012) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-HORA-PROCESSAMENTO    PIC 9(6) VALUE ZEROS.
       01 WS-DATA-AUX.
           05 WS-DATA-AUX-AA       PIC 9(004).
           05 WS-DATA-AUX-MM       PIC 9(002).
           05 WS-DATA-AUX-DD       PIC 9(002).
       01 WS-DATA-AUX-ISO          PIC X(010) VALUE SPACES.
       01 WS-HORA-AUX.
           05 WS-HORA-AUX-HH       PIC 9(002).
           05 WS-HORA-AUX-MM       PIC 9(002).
           05 WS-HORA-AUX-SS       PIC 9(002).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(003) VALUE ZEROS.
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
      *    CODIGOS DA RAIZ (E FILIAL, QUANDO INFORMADA) NAS CINCO
      *    TABELAS - UM CLIENTE JA ARQUIVADO, OU QUE SO RESTOU NA
      *    TRILHA OU NAS FOTOGRAFIAS, TAMBEM E DADO DO TITULAR.
           EXEC SQL DECLARE C-CODIGOS CURSOR FOR
               SELECT T.CODIGO_CLI, MAX(T.FILIAL)
                 FROM (SELECT CODIGO_CLI,
                              VALUE(FILIALCNPJA_CLI, ' ') AS FILIAL
                         FROM ALUNO06.CLIENTPJ
                        WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                          AND (:WS-TODAS-FILIAIS-HOST = 'S'
                            OR FILIALCNPJA_CLI = :WS-FILIAL-HOST)
                       UNION ALL
                       SELECT CODIGO_CLI,
                              VALUE(FILIALCNPJA_CLI, ' ') AS FILIAL
                         FROM ALUNO06.CLIENTPJ_ARCH
                        WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                          AND (:WS-TODAS-FILIAIS-HOST = 'S'
                            OR FILIALCNPJA_CLI = :WS-FILIAL-HOST)
                       UNION ALL
                       SELECT CODIGO_CLI,
                              VALUE(FILIALCNPJA_CLI, ' ') AS FILIAL
                         FROM ALUNO06.CLIENTPJ_HIST
                        WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                          AND (:WS-TODAS-FILIAIS-HOST = 'S'
                            OR FILIALCNPJA_CLI = :WS-FILIAL-HOST)
                       UNION ALL
                       SELECT CODIGO_CLI,
                              VALUE(FILIALCNPJA_CLI, ' ') AS FILIAL
                         FROM ALUNO06.CLIENTPJ_HIST_ARCH
                        WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                          AND (:WS-TODAS-FILIAIS-HOST = 'S'
                            OR FILIALCNPJA_CLI = :WS-FILIAL-HOST)
                       UNION ALL
                       SELECT CODIGO_CLI,
                              VALUE(FILIALCNPJA_CLI, ' ') AS FILIAL
                         FROM ALUNO06.CLIENTPJ_SNAP
                        WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                          AND (:WS-TODAS-FILIAIS-HOST = 'S'
                            OR FILIALCNPJA_CLI = :WS-FILIAL-HOST)
                      ) AS T
                GROUP BY T.CODIGO_CLI
                ORDER BY T.CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-HIST CURSOR FOR
               SELECT SEQ_HIST, TIPO_OPER_HIST, TIPO_IMAGEM_HIST,
                      CHAR(DATA_HIST, ISO),
                      VALUE(RAZSOCIAL_CLI, ' '),
                      VALUE(NUMECNPJA_CLI, ' '),
                      VALUE(FILIALCNPJA_CLI, ' '),
                      VALUE(SALDO_CLI, 0), VALUE(VRULTCOMPRA_CLI, 0),
                      VALUE(CHAR(DTULTCOMPRA_CLI, ISO), ' '),
                      VALUE(CHAR(DTATLZDADOS_CLI, ISO), ' '),
                      VALUE(CHAR(DTINATIVA_CLI, ISO), ' '),
                      VALUE(CHAR(DTAGENDA_CLI, ISO), ' '),
                      PROGRAMA_HIST, USUARIO_HIST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                ORDER BY SEQ_HIST
           END-EXEC.
      *
           EXEC SQL DECLARE C-HIST-ARQ CURSOR FOR
               SELECT SEQ_HIST, TIPO_OPER_HIST, TIPO_IMAGEM_HIST,
                      CHAR(DATA_HIST, ISO),
                      VALUE(RAZSOCIAL_CLI, ' '),
                      VALUE(NUMECNPJA_CLI, ' '),
                      VALUE(FILIALCNPJA_CLI, ' '),
                      VALUE(SALDO_CLI, 0), VALUE(VRULTCOMPRA_CLI, 0),
                      VALUE(CHAR(DTULTCOMPRA_CLI, ISO), ' '),
                      VALUE(CHAR(DTATLZDADOS_CLI, ISO), ' '),
                      VALUE(CHAR(DTINATIVA_CLI, ISO), ' '),
                      VALUE(CHAR(DTAGENDA_CLI, ISO), ' '),
                      PROGRAMA_HIST, USUARIO_HIST
                 FROM ALUNO06.CLIENTPJ_HIST_ARCH
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                ORDER BY SEQ_HIST
           END-EXEC.
      *
           EXEC SQL DECLARE C-SNAP CURSOR FOR
               SELECT CHAR(DATA_SNAP, ISO), RAZSOCIAL_CLI,
                      VALUE(SALDO_CLI, 0), VALUE(EMAIL_CLI, ' ')
                 FROM ALUNO06.CLIENTPJ_SNAP
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                ORDER BY DATA_SNAP
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESSAMENTO FROM TIME.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV78P10   INICIO DO PROCESSAMENTO'
      *
           IF WS-PARM-OPERADOR = SPACES
               DISPLAY 'DEV78P10   OPERADOR NAO INFORMADO - O '
                   'RELATORIO EXIGE IDENTIFICACAO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           IF WS-PARM-CNPJ IS NOT NUMERIC
              OR (WS-PARM-FILIAL NOT = SPACES
                  AND WS-PARM-FILIAL IS NOT NUMERIC)
               DISPLAY 'DEV78P10   PARAMETRO INVALIDO - CNPJ: '
                   WS-PARM-CNPJ ' FILIAL: ' WS-PARM-FILIAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           MOVE WS-PARM-CNPJ TO WS-CNPJ-HOST
           MOVE WS-PARM-FILIAL TO WS-FILIAL-HOST
           IF WS-PARM-FILIAL = SPACES
               MOVE 'S' TO WS-TODAS-FILIAIS-HOST
           ELSE
               MOVE 'N' TO WS-TODAS-FILIAIS-HOST
           END-IF
      *
           DISPLAY 'DEV78P10   CNPJ RAIZ......................: '
               WS-PARM-CNPJ
           DISPLAY 'DEV78P10   FILIAL.........................: '
               WS-PARM-FILIAL
           DISPLAY 'DEV78P10   OPERADOR.......................: '
               WS-PARM-OPERADOR
           DISPLAY 'DEV78P10   PROTOCOLO......................: '
               WS-PARM-PROTOCOLO
      *
      *    O LOG E ABERTO ANTES DE QUALQUER LEITURA - SEM TRILHA NAO
      *    SE PRODUZ O RELATORIO (MESMA REGRA DO DEV22LOG NO DEV22P10).
      *    CRIADO NO PRIMEIRO RELATORIO.
           OPEN EXTEND ARQ-LOG-LGPD
           IF WS-FS-LOG-LGPD NOT = '00'
               OPEN OUTPUT ARQ-LOG-LGPD
           END-IF
           IF WS-FS-LOG-LGPD NOT = '00'
               DISPLAY 'DEV78P10   ERRO AO ABRIR DEV78LOG - STATUS: '
                   WS-FS-LOG-LGPD
               DISPLAY 'DEV78P10   RELATORIO RECUSADO - SEM REGISTRO '
                   'NAO HA RELATORIO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLLGPD
           IF WS-FS-RLLGPD NOT = '00'
               DISPLAY 'DEV78P10   ERRO AO ABRIR RLLGPD - STATUS: '
                   WS-FS-RLLGPD
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-LOG-LGPD
               GOBACK
           END-IF
      *
      *    DEV53REG AINDA INEXISTENTE (ANONIMIZACAO NUNCA RODOU) =
      *    NENHUM CODIGO ANONIMIZADO - MESMA REGRA DO DEV10P10.
           OPEN INPUT ARQ-REGISTRO-ANONIMO
           IF WS-FS-REGISTRO-ANM = '00'
               MOVE 'S' TO WS-REGISTRO-ANM-ABERTO
           END-IF
      *
           PERFORM 1000-MONTA-CODIGOS
      *
           PERFORM 2000-SECAO-CODIGOS
           PERFORM 2100-SECAO-CADASTRO
           PERFORM 2200-SECAO-ARQUIVO
           PERFORM 2300-SECAO-HISTORICO
           PERFORM 2400-SECAO-HIST-ARQUIVO
           PERFORM 2500-SECAO-FOTOGRAFIAS
           PERFORM 2600-SECAO-LOG-ACESSO
           PERFORM 2700-SECAO-NOTIFICACOES
      *
           COMPUTE WS-TOT-REGISTROS = WS-TOT-CADASTRO + WS-TOT-ARQUIVO
               + WS-TOT-HIST + WS-TOT-HIST-ARQ + WS-TOT-FOTOS
               + WS-TOT-ACESSOS + WS-TOT-NOTIFICACOES
      *
           PERFORM 7000-IMPRIME-TOTAIS
      *
           IF WS-TOT-REGISTROS = 0
               MOVE 'V' TO LGL-SITUACAO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'G' TO LGL-SITUACAO
           END-IF
           PERFORM 8000-GRAVA-LOG-LGPD
      *
           DISPLAY 'DEV78P10   CODIGOS DE CLIENTE DA RAIZ.....: '
               WS-QTD-CODIGOS
           DISPLAY 'DEV78P10   REGISTROS NO RELATORIO.........: '
               WS-TOT-REGISTROS
           DISPLAY 'DEV78P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-REGISTRO-ANM-ABERTO = 'S'
               CLOSE ARQ-REGISTRO-ANONIMO
           END-IF
           CLOSE ARQ-RLLGPD ARQ-LOG-LGPD
           GOBACK.
      *
      * CARREGA A TABELA DE CODIGOS DA RAIZ E, PARA CADA UM, A DATA
      * DA ANONIMIZACAO NO DEV53REG (ZERO = NAO ANONIMIZADO).
       1000-MONTA-CODIGOS.
           MOVE ZEROS TO WS-QTD-CODIGOS
           MOVE 'N' TO WS-FIM-CURSOR
           EXEC SQL OPEN C-CODIGOS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DEV78P10   ERRO OPEN C-CODIGOS - SQLCODE: '
                   SQLCODE
               PERFORM 9900-ABORTA
           END-IF
      *
           PERFORM 1050-FETCH-CODIGO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               IF WS-QTD-CODIGOS = WS-MAX-CODIGOS
                   DISPLAY 'DEV78P10   MAIS DE ' WS-MAX-CODIGOS
                       ' CODIGOS DE CLIENTE NA RAIZ - TABELA ESTOURADA'
                   EXEC SQL CLOSE C-CODIGOS END-EXEC
                   PERFORM 9900-ABORTA
               END-IF
               ADD 1 TO WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI-HOST
                   TO WS-COD-CODIGOCLI (WS-QTD-CODIGOS)
               MOVE WS-COD-FILIAL-HOST
                   TO WS-COD-FILIAL (WS-QTD-CODIGOS)
               MOVE ZEROS TO WS-COD-DT-ANONIM (WS-QTD-CODIGOS)
               PERFORM 1100-CONSULTA-ANONIMIZACAO
               PERFORM 1050-FETCH-CODIGO
           END-PERFORM
      *
           EXEC SQL CLOSE C-CODIGOS END-EXEC.
      *
       1050-FETCH-CODIGO.
           EXEC SQL
               FETCH C-CODIGOS
                 INTO :WS-COD-CODIGOCLI-HOST, :WS-COD-FILIAL-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV78P10   ERRO FETCH C-CODIGOS - '
                       'SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
           END-IF.
      *
       1100-CONSULTA-ANONIMIZACAO.
           IF WS-REGISTRO-ANM-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-CODIGOCLI (WS-QTD-CODIGOS) TO ANM-CODIGOCLI
           READ ARQ-REGISTRO-ANONIMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ANM-DATA-ANONIMIZACAO
                       TO WS-COD-DT-ANONIM (WS-QTD-CODIGOS)
                   ADD 1 TO WS-TOT-ANONIMIZADOS
           END-READ.
      *
      *----------------------------------------------------------------*
      * SECOES DO RELATORIO - UMA POR ORIGEM, NA ORDEM DO CABECALHO.   *
      *----------------------------------------------------------------*
      *
       2000-SECAO-CODIGOS.
           MOVE '1. CODIGOS DE CLIENTE DA RAIZ (TODAS AS ORIGENS)'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS1 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           IF WS-QTD-CODIGOS = 0
               MOVE 'NENHUM CLIENTE COM ESTE CNPJ EM NENHUMA TABELA'
                   TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 1 TO WS-IND-COD
           PERFORM UNTIL WS-IND-COD > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI (WS-IND-COD) TO LGP-LD1-CODIGOCLI
               MOVE WS-COD-FILIAL (WS-IND-COD) TO LGP-LD1-FILIAL
               IF WS-COD-DT-ANONIM (WS-IND-COD) = 0
                   MOVE 'NAO ANONIMIZADO' TO LGP-LD1-ANONIMIZACAO
               ELSE
                   MOVE WS-COD-DT-ANONIM (WS-IND-COD) TO WS-DATA-AUX
                   PERFORM 7950-EDITA-DATA
                   MOVE SPACES TO LGP-LD1-ANONIMIZACAO
                   STRING 'ANONIMIZADO EM ' WS-DATA-AUX-ISO
                          ' - NOME E EMAIL REMOVIDOS DO ARQUIVO'
                       DELIMITED BY SIZE
                     INTO LGP-LD1-ANONIMIZACAO
                   END-STRING
               END-IF
               MOVE LGP-LINDET1 TO WS-LINHA-REL
               MOVE 1 TO WS-REL-SALTO
               PERFORM 7900-GRAVA-LINHA
               ADD 1 TO WS-IND-COD
           END-PERFORM.
      *
       2100-SECAO-CADASTRO.
           MOVE '2. CADASTRO ATUAL - ALUNO06.CLIENTPJ' TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS2 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           MOVE 1 TO WS-IND-COD
           PERFORM UNTIL WS-IND-COD > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI (WS-IND-COD) TO WS-CODIGOCLI-HOST
               EXEC SQL
                   SELECT RAZSOCIAL_CLI,
                          VALUE(NUMECNPJA_CLI, ' '),
                          VALUE(FILIALCNPJA_CLI, ' '),
                          VALUE(CTLCNPJ_CLI, ' '),
                          VALUE(SALDO_CLI, 0),
                          VALUE(VRULTCOMPRA_CLI, 0),
                          VALUE(CHAR(DTULTCOMPRA_CLI, ISO), ' '),
                          VALUE(CHAR(DTATLZDADOS_CLI, ISO), ' '),
                          VALUE(CHAR(DTINATIVA_CLI, ISO), ' '),
                          VALUE(CHAR(DTAGENDA_CLI, ISO), ' '),
                          VALUE(EMAIL_CLI, ' ')
                     INTO :WS-CAD-RAZSOCIAL-HOST, :WS-CAD-CNPJA-HOST,
                          :WS-CAD-FILIALA-HOST, :WS-CAD-CTLCNPJ-HOST,
                          :WS-CAD-SALDO-HOST, :WS-CAD-VRULT-HOST,
                          :WS-CAD-DTULT-HOST, :WS-CAD-DTATLZ-HOST,
                          :WS-CAD-DTINATIVA-HOST,
                          :WS-CAD-DTAGENDA-HOST, :WS-CAD-EMAIL-HOST
                     FROM ALUNO06.CLIENTPJ
                    WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO WS-CAD-DTARQUIV-HOST
                       MOVE SPACES TO LGP-LD4-OBSERVACAO
                       PERFORM 7100-IMPRIME-CADASTRO
                       ADD 1 TO WS-TOT-CADASTRO
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'DEV78P10   ERRO SELECT CLIENTPJ - '
                           'CLIENTE: ' WS-CODIGOCLI-HOST
                           ' SQLCODE: ' SQLCODE
                       PERFORM 9900-ABORTA
               END-EVALUATE
               ADD 1 TO WS-IND-COD
           END-PERFORM
      *
           IF WS-TOT-CADASTRO = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
      * CLIENTPJ_ARCH NAO TEM DTAGENDA_CLI - O ARQUIVAMENTO SO ACEITA
      * CLIENTE JA INATIVO.
       2200-SECAO-ARQUIVO.
           MOVE '3. CADASTRO ARQUIVADO - ALUNO06.CLIENTPJ_ARCH'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS2 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           MOVE 1 TO WS-IND-COD
           PERFORM UNTIL WS-IND-COD > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI (WS-IND-COD) TO WS-CODIGOCLI-HOST
               EXEC SQL
                   SELECT RAZSOCIAL_CLI,
                          VALUE(NUMECNPJA_CLI, ' '),
                          VALUE(FILIALCNPJA_CLI, ' '),
                          VALUE(CTLCNPJ_CLI, ' '),
                          VALUE(SALDO_CLI, 0),
                          VALUE(VRULTCOMPRA_CLI, 0),
                          VALUE(CHAR(DTULTCOMPRA_CLI, ISO), ' '),
                          VALUE(CHAR(DTATLZDADOS_CLI, ISO), ' '),
                          VALUE(CHAR(DTINATIVA_CLI, ISO), ' '),
                          VALUE(CHAR(DTARQUIVAMENTO_ARCH, ISO), ' '),
                          VALUE(EMAIL_CLI, ' ')
                     INTO :WS-CAD-RAZSOCIAL-HOST, :WS-CAD-CNPJA-HOST,
                          :WS-CAD-FILIALA-HOST, :WS-CAD-CTLCNPJ-HOST,
                          :WS-CAD-SALDO-HOST, :WS-CAD-VRULT-HOST,
                          :WS-CAD-DTULT-HOST, :WS-CAD-DTATLZ-HOST,
                          :WS-CAD-DTINATIVA-HOST,
                          :WS-CAD-DTARQUIV-HOST, :WS-CAD-EMAIL-HOST
                     FROM ALUNO06.CLIENTPJ_ARCH
                    WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES TO WS-CAD-DTAGENDA-HOST
                       MOVE SPACES TO LGP-LD4-OBSERVACAO
                       IF WS-COD-DT-ANONIM (WS-IND-COD) NOT = 0
                           MOVE WS-COD-DT-ANONIM (WS-IND-COD)
                               TO WS-DATA-AUX
                           PERFORM 7950-EDITA-DATA
                           STRING 'ANONIMIZADO PELO DEV53P10 EM '
                                  WS-DATA-AUX-ISO
                               DELIMITED BY SIZE
                             INTO LGP-LD4-OBSERVACAO
                           END-STRING
                       END-IF
                       PERFORM 7100-IMPRIME-CADASTRO
                       ADD 1 TO WS-TOT-ARQUIVO
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'DEV78P10   ERRO SELECT CLIENTPJ_ARCH - '
                           'CLIENTE: ' WS-CODIGOCLI-HOST
                           ' SQLCODE: ' SQLCODE
                       PERFORM 9900-ABORTA
               END-EVALUATE
               ADD 1 TO WS-IND-COD
           END-PERFORM
      *
           IF WS-TOT-ARQUIVO = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       2300-SECAO-HISTORICO.
           MOVE '4. TRILHA DE ALTERACOES - ALUNO06.CLIENTPJ_HIST'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS5 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           MOVE 1 TO WS-IND-COD
           PERFORM UNTIL WS-IND-COD > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI (WS-IND-COD) TO WS-CODIGOCLI-HOST
               MOVE 'N' TO WS-FIM-CURSOR
               EXEC SQL OPEN C-HIST END-EXEC
               PERFORM 2350-FETCH-HISTORICO
               PERFORM UNTIL WS-FIM-CURSOR = 'S'
                   PERFORM 7200-IMPRIME-HISTORICO
                   ADD 1 TO WS-TOT-HIST
                   PERFORM 2350-FETCH-HISTORICO
               END-PERFORM
               EXEC SQL CLOSE C-HIST END-EXEC
               ADD 1 TO WS-IND-COD
           END-PERFORM
      *
           IF WS-TOT-HIST = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       2350-FETCH-HISTORICO.
           EXEC SQL
               FETCH C-HIST
                 INTO :WS-HIST-SEQ-HOST, :WS-HIST-OPER-HOST,
                      :WS-HIST-IMAGEM-HOST, :WS-HIST-DATA-HOST,
                      :WS-HIST-RAZSOCIAL-HOST, :WS-HIST-CNPJA-HOST,
                      :WS-HIST-FILIALA-HOST, :WS-HIST-SALDO-HOST,
                      :WS-HIST-VRULT-HOST, :WS-HIST-DTULT-HOST,
                      :WS-HIST-DTATLZ-HOST, :WS-HIST-DTINATIVA-HOST,
                      :WS-HIST-DTAGENDA-HOST, :WS-HIST-PROGRAMA-HOST,
                      :WS-HIST-USUARIO-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV78P10   ERRO FETCH C-HIST - CLIENTE: '
                       WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
           END-IF.
      *
       2400-SECAO-HIST-ARQUIVO.
           MOVE '5. TRILHA ARQUIVADA - ALUNO06.CLIENTPJ_HIST_ARCH'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS5 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           MOVE 1 TO WS-IND-COD
           PERFORM UNTIL WS-IND-COD > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI (WS-IND-COD) TO WS-CODIGOCLI-HOST
               MOVE 'N' TO WS-FIM-CURSOR
               EXEC SQL OPEN C-HIST-ARQ END-EXEC
               PERFORM 2450-FETCH-HIST-ARQUIVO
               PERFORM UNTIL WS-FIM-CURSOR = 'S'
                   PERFORM 7200-IMPRIME-HISTORICO
                   ADD 1 TO WS-TOT-HIST-ARQ
                   PERFORM 2450-FETCH-HIST-ARQUIVO
               END-PERFORM
               EXEC SQL CLOSE C-HIST-ARQ END-EXEC
               ADD 1 TO WS-IND-COD
           END-PERFORM
      *
           IF WS-TOT-HIST-ARQ = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       2450-FETCH-HIST-ARQUIVO.
           EXEC SQL
               FETCH C-HIST-ARQ
                 INTO :WS-HIST-SEQ-HOST, :WS-HIST-OPER-HOST,
                      :WS-HIST-IMAGEM-HOST, :WS-HIST-DATA-HOST,
                      :WS-HIST-RAZSOCIAL-HOST, :WS-HIST-CNPJA-HOST,
                      :WS-HIST-FILIALA-HOST, :WS-HIST-SALDO-HOST,
                      :WS-HIST-VRULT-HOST, :WS-HIST-DTULT-HOST,
                      :WS-HIST-DTATLZ-HOST, :WS-HIST-DTINATIVA-HOST,
                      :WS-HIST-DTAGENDA-HOST, :WS-HIST-PROGRAMA-HOST,
                      :WS-HIST-USUARIO-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV78P10   ERRO FETCH C-HIST-ARQ - '
                       'CLIENTE: ' WS-CODIGOCLI-HOST
                       ' SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
           END-IF.
      *
      * FOTOGRAFIA DE UM CODIGO JA ANONIMIZADO QUE AINDA TRAZ O NOME
      * ORIGINAL (O DEV53P10 SO LIMPA AS TABELAS DE ARQUIVO) E CONTADA
      * A PARTE E APONTADA NOS TOTAIS.
       2500-SECAO-FOTOGRAFIAS.
           MOVE '6. FOTOGRAFIAS DIARIAS - ALUNO06.CLIENTPJ_SNAP'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS6 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           MOVE 1 TO WS-IND-COD
           PERFORM UNTIL WS-IND-COD > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGOCLI (WS-IND-COD) TO WS-CODIGOCLI-HOST
               MOVE 'N' TO WS-FIM-CURSOR
               EXEC SQL OPEN C-SNAP END-EXEC
               PERFORM 2550-FETCH-FOTOGRAFIA
               PERFORM UNTIL WS-FIM-CURSOR = 'S'
                   PERFORM 7300-IMPRIME-FOTOGRAFIA
                   ADD 1 TO WS-TOT-FOTOS
                   IF WS-COD-DT-ANONIM (WS-IND-COD) NOT = 0
                      AND WS-SNAP-RAZSOCIAL-HOST
                          NOT = WS-MARCADOR-ANONIMO
                       ADD 1 TO WS-TOT-FOTOS-ANONIM
                   END-IF
                   PERFORM 2550-FETCH-FOTOGRAFIA
               END-PERFORM
               EXEC SQL CLOSE C-SNAP END-EXEC
               ADD 1 TO WS-IND-COD
           END-PERFORM
      *
           IF WS-TOT-FOTOS = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       2550-FETCH-FOTOGRAFIA.
           EXEC SQL
               FETCH C-SNAP
                 INTO :WS-SNAP-DATA-HOST, :WS-SNAP-RAZSOCIAL-HOST,
                      :WS-SNAP-SALDO-HOST, :WS-SNAP-EMAIL-HOST
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FIM-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'DEV78P10   ERRO FETCH C-SNAP - CLIENTE: '
                       WS-CODIGOCLI-HOST ' SQLCODE: ' SQLCODE
                   PERFORM 9900-ABORTA
               END-IF
           END-IF.
      *
      * CONSULTA DO TITULAR: PELO CNPJ (E FILIAL, QUANDO INFORMADA)
      * OU PELO CODIGO DE UM DOS CLIENTES DA RAIZ. A BUSCA POR
      * TRECHO DE RAZAO SOCIAL NAO APONTA UM CLIENTE E FICA DE FORA.
       2600-SECAO-LOG-ACESSO.
           MOVE '7. CONSULTAS AO CLIENTE - LOG DE ACESSO DEV22LOG'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS7 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           OPEN INPUT ARQ-LOG-ACESSO
           IF WS-FS-LOG-ACESSO NOT = '00'
               DISPLAY 'DEV78P10   ERRO AO ABRIR DEV22LOG - STATUS: '
                   WS-FS-LOG-ACESSO
               PERFORM 9900-ABORTA
           END-IF
      *
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2650-LE-LOG-ACESSO
           PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
               MOVE 'N' TO WS-CODIGO-ACHADO
               IF LOG-CNPJ = WS-PARM-CNPJ
                  AND (WS-TODAS-FILIAIS-HOST = 'S'
                       OR LOG-FILIAL = WS-PARM-FILIAL)
                   MOVE 'S' TO WS-CODIGO-ACHADO
               ELSE
                   IF LOG-CODIGOCLI NOT = 0
                       MOVE LOG-CODIGOCLI TO WS-CODIGO-PROCURADO
                       PERFORM 2900-PROCURA-CODIGO
                   END-IF
               END-IF
               IF WS-CODIGO-ACHADO = 'S'
                   PERFORM 7400-IMPRIME-ACESSO
                   ADD 1 TO WS-TOT-ACESSOS
               END-IF
               PERFORM 2650-LE-LOG-ACESSO
           END-PERFORM
      *
           CLOSE ARQ-LOG-ACESSO
      *
           IF WS-TOT-ACESSOS = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       2650-LE-LOG-ACESSO.
           READ ARQ-LOG-ACESSO
               AT END MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
      *
       2700-SECAO-NOTIFICACOES.
           MOVE '8. AVISOS ENVIADOS AO CLIENTE - NOTIFCLI'
               TO LGP-SEC-TITULO
           MOVE LGP-COLUNAS8 TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           OPEN INPUT ARQ-NOTIFICA
           IF WS-FS-NOTIFICA NOT = '00'
               DISPLAY 'DEV78P10   ERRO AO ABRIR NOTIFCLI - STATUS: '
                   WS-FS-NOTIFICA
               PERFORM 9900-ABORTA
           END-IF
      *
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 2750-LE-NOTIFICACAO
           PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
               MOVE NOT-CODIGOCLI TO WS-CODIGO-PROCURADO
               PERFORM 2900-PROCURA-CODIGO
               IF WS-CODIGO-ACHADO = 'S'
                   PERFORM 7500-IMPRIME-NOTIFICACAO
                   ADD 1 TO WS-TOT-NOTIFICACOES
               END-IF
               PERFORM 2750-LE-NOTIFICACAO
           END-PERFORM
      *
           CLOSE ARQ-NOTIFICA
      *
           IF WS-TOT-NOTIFICACOES = 0
               MOVE 'NENHUM REGISTRO NESTA ORIGEM' TO LGP-MSG-TEXTO
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       2750-LE-NOTIFICACAO.
           READ ARQ-NOTIFICA INTO NOT-REGISTRO
               AT END MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.
      *
      * WS-CODIGO-ACHADO = 'S' QUANDO WS-CODIGO-PROCURADO E UM DOS
      * CODIGOS DA RAIZ.
       2900-PROCURA-CODIGO.
           MOVE 'N' TO WS-CODIGO-ACHADO
           MOVE 1 TO WS-IND-PROCURA
           PERFORM UNTIL WS-IND-PROCURA > WS-QTD-CODIGOS
               IF WS-COD-CODIGOCLI (WS-IND-PROCURA)
                   = WS-CODIGO-PROCURADO
                   MOVE 'S' TO WS-CODIGO-ACHADO
                   MOVE WS-QTD-CODIGOS TO WS-IND-PROCURA
               END-IF
               ADD 1 TO WS-IND-PROCURA
           END-PERFORM.
      *
      *----------------------------------------------------------------*
      * IMPRESSAO                                                      *
      *----------------------------------------------------------------*
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO LGP-CB1-DATA
           MOVE WS-REL-PAGINA TO LGP-CB1-PAG
           WRITE REG-RLLGPD FROM LGP-CABEC1 AFTER ADVANCING PAGE
           MOVE WS-PARM-CNPJ TO LGP-CB2-CNPJ
           IF WS-TODAS-FILIAIS-HOST = 'S'
               MOVE 'TODAS' TO LGP-CB2-FILIAL
           ELSE
               MOVE WS-PARM-FILIAL TO LGP-CB2-FILIAL
           END-IF
           MOVE WS-PARM-OPERADOR TO LGP-CB2-OPERADOR
           MOVE WS-PARM-PROTOCOLO TO LGP-CB2-PROTOCOLO
           WRITE REG-RLLGPD FROM LGP-CABEC2 AFTER ADVANCING 1 LINES
           MOVE 2 TO WS-REL-LINHA
           IF LGP-SEC-TITULO NOT = SPACES
               WRITE REG-RLLGPD FROM LGP-SECAO AFTER ADVANCING 2 LINES
               WRITE REG-RLLGPD FROM WS-COLUNAS-SECAO
                   AFTER ADVANCING 2 LINES
               ADD 4 TO WS-REL-LINHA
           END-IF.
      *
       7100-IMPRIME-CADASTRO.
           MOVE WS-CODIGOCLI-HOST TO LGP-LD2-CODIGOCLI
           MOVE WS-CAD-RAZSOCIAL-HOST TO LGP-LD2-RAZSOCIAL
           MOVE WS-CAD-CNPJA-HOST TO LGP-LD2-CNPJ
           MOVE WS-CAD-FILIALA-HOST TO LGP-LD2-FILIAL
           MOVE WS-CAD-CTLCNPJ-HOST TO LGP-LD2-CTL
           MOVE WS-CAD-EMAIL-HOST TO LGP-LD2-EMAIL
           MOVE LGP-LINDET2 TO WS-LINHA-REL
           MOVE 2 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA
           MOVE WS-CAD-SALDO-HOST TO LGP-LD3-SALDO
           MOVE WS-CAD-VRULT-HOST TO LGP-LD3-VRULTCOMPRA
           MOVE WS-CAD-DTULT-HOST TO LGP-LD3-DTULTCOMPRA
           MOVE WS-CAD-DTATLZ-HOST TO LGP-LD3-DTATLZDADOS
           MOVE LGP-LINDET3 TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA
           MOVE WS-CAD-DTINATIVA-HOST TO LGP-LD4-DTINATIVA
           MOVE WS-CAD-DTAGENDA-HOST TO LGP-LD4-DTAGENDA
           MOVE WS-CAD-DTARQUIV-HOST TO LGP-LD4-DTARQUIVAMENTO
           MOVE LGP-LINDET4 TO WS-LINHA-REL
           PERFORM 7900-GRAVA-LINHA.
      *
       7200-IMPRIME-HISTORICO.
           MOVE WS-CODIGOCLI-HOST TO LGP-LD5-CODIGOCLI
           MOVE WS-HIST-SEQ-HOST TO LGP-LD5-SEQ
           MOVE WS-HIST-OPER-HOST TO LGP-LD5-OPER
           MOVE WS-HIST-IMAGEM-HOST TO LGP-LD5-IMAGEM
           MOVE WS-HIST-DATA-HOST TO LGP-LD5-DATA
           MOVE WS-HIST-RAZSOCIAL-HOST TO LGP-LD5-RAZSOCIAL
           MOVE WS-HIST-CNPJA-HOST TO LGP-LD5-CNPJ
           MOVE WS-HIST-FILIALA-HOST TO LGP-LD5-FILIAL
           MOVE WS-HIST-SALDO-HOST TO LGP-LD5-SALDO
           MOVE WS-HIST-PROGRAMA-HOST TO LGP-LD5-PROGRAMA
           MOVE WS-HIST-USUARIO-HOST TO LGP-LD5-USUARIO
           MOVE LGP-LINDET5 TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA
           MOVE WS-HIST-VRULT-HOST TO LGP-L5A-VRULTCOMPRA
           MOVE WS-HIST-DTULT-HOST TO LGP-L5A-DTULTCOMPRA
           MOVE WS-HIST-DTATLZ-HOST TO LGP-L5A-DTATLZDADOS
           MOVE WS-HIST-DTINATIVA-HOST TO LGP-L5A-DTINATIVA
           MOVE WS-HIST-DTAGENDA-HOST TO LGP-L5A-DTAGENDA
           MOVE LGP-LINDET5A TO WS-LINHA-REL
           PERFORM 7900-GRAVA-LINHA.
      *
       7300-IMPRIME-FOTOGRAFIA.
           MOVE WS-SNAP-DATA-HOST TO LGP-LD6-DATA
           MOVE WS-CODIGOCLI-HOST TO LGP-LD6-CODIGOCLI
           MOVE WS-SNAP-RAZSOCIAL-HOST TO LGP-LD6-RAZSOCIAL
           MOVE WS-SNAP-SALDO-HOST TO LGP-LD6-SALDO
           MOVE WS-SNAP-EMAIL-HOST TO LGP-LD6-EMAIL
           MOVE LGP-LINDET6 TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
       7400-IMPRIME-ACESSO.
           MOVE LOG-DATA TO WS-DATA-AUX
           PERFORM 7950-EDITA-DATA
           MOVE WS-DATA-AUX-ISO TO LGP-LD7-DATA
           MOVE LOG-HORA TO WS-HORA-AUX
           MOVE SPACES TO LGP-LD7-HORA
           STRING WS-HORA-AUX-HH ':' WS-HORA-AUX-MM ':' WS-HORA-AUX-SS
               DELIMITED BY SIZE
             INTO LGP-LD7-HORA
           END-STRING
           MOVE LOG-OPERADOR TO LGP-LD7-OPERADOR
           MOVE LOG-CODIGOCLI TO LGP-LD7-CODIGOCLI
           MOVE LOG-CNPJ TO LGP-LD7-CNPJ
           MOVE LOG-FILIAL TO LGP-LD7-FILIAL
           MOVE LOG-HISTORICO TO LGP-LD7-HISTORICO
           MOVE LOG-RAZSOCIAL TO LGP-LD7-RAZSOCIAL
           MOVE LGP-LINDET7 TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
      * O DESTINATARIO E O CONTATO QUANDO O AVISO FOI POR CORREIO OU
      * TELEFONE; A SEGUNDA LINHA TRAZ O DADO DE CONTATO USADO.
       7500-IMPRIME-NOTIFICACAO.
           MOVE NOT-DATA-EVENTO TO WS-DATA-AUX
           PERFORM 7950-EDITA-DATA
           MOVE WS-DATA-AUX-ISO TO LGP-LD8-DATA
           MOVE NOT-CODIGOCLI TO LGP-LD8-CODIGOCLI
           EVALUATE NOT-TIPO-EVENTO
               WHEN 'I'
                   MOVE 'INATIVACAO' TO LGP-LD8-EVENTO
               WHEN 'R'
                   MOVE 'REATIVACAO' TO LGP-LD8-EVENTO
               WHEN 'G'
                   MOVE 'INATIVACAO DE GRUPO' TO LGP-LD8-EVENTO
               WHEN 'V'
                   MOVE 'REATIVACAO DE GRUPO' TO LGP-LD8-EVENTO
               WHEN 'P'
                   MOVE 'PRIMEIRO AVISO COBRANCA' TO LGP-LD8-EVENTO
               WHEN 'S'
                   MOVE 'SEGUNDO AVISO COBRANCA' TO LGP-LD8-EVENTO
               WHEN OTHER
                   MOVE SPACES TO LGP-LD8-EVENTO
                   STRING 'EVENTO ' NOT-TIPO-EVENTO
                       DELIMITED BY SIZE
                     INTO LGP-LD8-EVENTO
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO LGP-LD9-CONTATO
           EVALUATE TRUE
               WHEN NOT-CANAL-CORREIO
                   MOVE 'CORREIO' TO LGP-LD8-CANAL
                   MOVE NOT-CONTATO-NOME TO LGP-LD8-DESTINATARIO
                   STRING NOT-LOGRADOURO DELIMITED BY '  '
                          ' - CEP ' NOT-CEP ' - ' DELIMITED BY SIZE
                          NOT-CIDADE DELIMITED BY '  '
                          '/' NOT-UF DELIMITED BY SIZE
                     INTO LGP-LD9-CONTATO
                   END-STRING
               WHEN NOT-CANAL-TELEFONE
                   MOVE 'TELEFONE' TO LGP-LD8-CANAL
                   MOVE NOT-CONTATO-NOME TO LGP-LD8-DESTINATARIO
                   STRING 'TEL. ' NOT-TELEFONE DELIMITED BY SIZE
                     INTO LGP-LD9-CONTATO
                   END-STRING
               WHEN OTHER
                   MOVE 'EMAIL' TO LGP-LD8-CANAL
                   MOVE NOT-RAZAOSOCIAL TO LGP-LD8-DESTINATARIO
                   MOVE NOT-EMAIL TO LGP-LD9-CONTATO
           END-EVALUATE
           MOVE LGP-LINDET8 TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA
           MOVE LGP-LINDET9 TO WS-LINHA-REL
           PERFORM 7900-GRAVA-LINHA.
      *
       7000-IMPRIME-TOTAIS.
           MOVE '9. TOTAIS POR ORIGEM' TO LGP-SEC-TITULO
           MOVE SPACES TO WS-COLUNAS-SECAO
           PERFORM 7800-ABRE-SECAO
      *
           MOVE 'CADASTRO ATUAL (CLIENTPJ)..............:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-CADASTRO TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'CADASTRO ARQUIVADO (CLIENTPJ_ARCH).....:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-ARQUIVO TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'TRILHA (CLIENTPJ_HIST).................:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-HIST TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'TRILHA ARQUIVADA (CLIENTPJ_HIST_ARCH)..:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-HIST-ARQ TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'FOTOGRAFIAS (CLIENTPJ_SNAP)............:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-FOTOS TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'CONSULTAS (DEV22LOG)...................:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-ACESSOS TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'AVISOS ENVIADOS (NOTIFCLI).............:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-NOTIFICACOES TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'TOTAL DE REGISTROS.....................:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-REGISTROS TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
           MOVE 'CODIGOS ANONIMIZADOS (DEV53P10)........:'
               TO LGP-TOT-ORIGEM
           MOVE WS-TOT-ANONIMIZADOS TO WS-QTD-SECAO
           PERFORM 7050-IMPRIME-TOTAL
      *
           IF WS-TOT-FOTOS-ANONIM > 0
               MOVE WS-TOT-FOTOS-ANONIM TO LGP-TOT-QTDE
               MOVE SPACES TO LGP-MSG-TEXTO
               STRING 'ATENCAO: ' LGP-TOT-QTDE ' FOTOGRAFIA(S) DE '
                      'CODIGO ANONIMIZADO AINDA COM O NOME ORIGINAL '
                      'EM CLIENTPJ_SNAP'
                   DELIMITED BY SIZE
                 INTO LGP-MSG-TEXTO
               END-STRING
               PERFORM 7910-IMPRIME-MENSAGEM
           END-IF.
      *
       7050-IMPRIME-TOTAL.
           MOVE WS-QTD-SECAO TO LGP-TOT-QTDE
           MOVE LGP-TOTAL TO WS-LINHA-REL
           MOVE 1 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
      * ABRE UMA SECAO: TITULO E CABECALHO DE COLUNAS, NUMA PAGINA
      * NOVA QUANDO NAO CABEM COM AO MENOS UMA LINHA DE DETALHE.
       7800-ABRE-SECAO.
           IF WS-REL-LINHA + 7 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           ELSE
               WRITE REG-RLLGPD FROM LGP-SECAO AFTER ADVANCING 3 LINES
               WRITE REG-RLLGPD FROM WS-COLUNAS-SECAO
                   AFTER ADVANCING 2 LINES
               ADD 5 TO WS-REL-LINHA
           END-IF.
      *
       7900-GRAVA-LINHA.
           IF WS-REL-LINHA + WS-REL-SALTO > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLLGPD FROM WS-LINHA-REL
               AFTER ADVANCING WS-REL-SALTO LINES
           ADD WS-REL-SALTO TO WS-REL-LINHA.
      *
       7910-IMPRIME-MENSAGEM.
           MOVE LGP-MENSAGEM TO WS-LINHA-REL
           MOVE 2 TO WS-REL-SALTO
           PERFORM 7900-GRAVA-LINHA.
      *
      * AAAAMMDD (WS-DATA-AUX) PARA AAAA-MM-DD, O MESMO FORMATO DAS
      * DATAS LIDAS DO BANCO.
       7950-EDITA-DATA.
           MOVE SPACES TO WS-DATA-AUX-ISO
           STRING WS-DATA-AUX-AA '-' WS-DATA-AUX-MM '-' WS-DATA-AUX-DD
               DELIMITED BY SIZE
             INTO WS-DATA-AUX-ISO
           END-STRING.
      *
       8000-GRAVA-LOG-LGPD.
           MOVE WS-PARM-OPERADOR TO LGL-OPERADOR
           MOVE WS-DATA-PROCESSAMENTO TO LGL-DATA
           MOVE WS-HORA-PROCESSAMENTO TO LGL-HORA
           MOVE WS-PARM-CNPJ TO LGL-CNPJ
           MOVE WS-PARM-FILIAL TO LGL-FILIAL
           MOVE WS-PARM-PROTOCOLO TO LGL-PROTOCOLO
           MOVE WS-QTD-CODIGOS TO LGL-QT-CODIGOS
           MOVE WS-TOT-REGISTROS TO LGL-QT-REGISTROS
           WRITE REG-LOG-LGPD
           IF WS-FS-LOG-LGPD NOT = '00'
               DISPLAY 'DEV78P10   ERRO AO GRAVAR DEV78LOG - STATUS: '
                   WS-FS-LOG-LGPD
               MOVE 12 TO RETURN-CODE
           END-IF.
      *
      * ABORT - O RELATORIO FICA INCOMPLETO: AVISO NELE PROPRIO E
      * REGISTRO 'A' NO DEV78LOG, PARA QUE NAO SEJA ENTREGUE AO
      * TITULAR COMO RESPOSTA.
       9900-ABORTA.
           COMPUTE WS-TOT-REGISTROS = WS-TOT-CADASTRO + WS-TOT-ARQUIVO
               + WS-TOT-HIST + WS-TOT-HIST-ARQ + WS-TOT-FOTOS
               + WS-TOT-ACESSOS + WS-TOT-NOTIFICACOES
           MOVE 'RELATORIO INCOMPLETO - NAO ENTREGAR AO TITULAR'
               TO LGP-MSG-TEXTO
           PERFORM 7910-IMPRIME-MENSAGEM
           MOVE 'A' TO LGL-SITUACAO
           PERFORM 8000-GRAVA-LOG-LGPD
           IF WS-REGISTRO-ANM-ABERTO = 'S'
               CLOSE ARQ-REGISTRO-ANONIMO
           END-IF
           CLOSE ARQ-RLLGPD ARQ-LOG-LGPD
           DISPLAY 'DEV78P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
