       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV75P10.
      *
      *----------------------------------------------------------------*
      * CONFERENCIA DA RAZAO SOCIAL DOS CLIENTES ATIVOS CONTRA O NOME  *
      * EMPRESARIAL NA RECEITA FEDERAL. O DEV50P10 CONFERE A SITUACAO  *
      * CADASTRAL E O DEV11P10 AS FILIAIS, MAS NINGUEM CONFERIA O NOME *
      * - EMPRESAS MUDAM DE RAZAO SOCIAL E AS NOSSAS NOTAS SEGUEM COM  *
      * O NOME ANTIGO. ESTE PROGRAMA CARREGA O EXTRATO DE NOMES DA     *
      * RECEITA (RFRAZAO - CNPJ, FILIAL E NOME EMPRESARIAL) EM UM      *
      * ARQUIVO INDEXADO DE TRABALHO, VARRE OS CLIENTES ATIVOS DE      *
      * ALUNO06.CLIENTPJ E COMPARA OS DOIS NOMES DEPOIS DE             *
      * NORMALIZADOS (MAIUSCULAS, SEM ESPACOS NEM PONTUACAO, COM AS    *
      * ABREVIATURAS LIMITADA/LTDA, SOCIEDADE ANONIMA/S.A./SA,         *
      * COMPANHIA/CIA E &/E UNIFORMIZADAS E SEM O SUFIXO DE PORTE ME/  *
      * EPP). SO A DIVERGENCIA REAL VAI PARA O RELATORIO RLRFRAZ, COM  *
      * UM REGISTRO DE ATUALIZACAO ('A') PROPOSTO NO LAYOUT            *
      * PRF-DADOSCLI (DEV75ALT, COM HEADER/TRAILER) PARA REVISAO ANTES *
      * DA SUBMISSAO - MESMO PADRAO DE LOTE PREPARADO DO DEV50P10.     *
      * O 'A' PROPOSTO LEVA SO A NOVA RAZAO SOCIAL: CNPJ EM BRANCO     *
      * (O DEV06P10 PRESERVA O REGISTRADO) E VALOR/DATA DA ULTIMA      *
      * COMPRA IGUAIS AOS DA LINHA ATUAL, PARA NAO MEXER NELES.        *
      * O HEADER DO LOTE LEVA A IDENTIFICACAO DA GERACAO (ORIGEM       *
      * 'RFRAZAO' + DATA + SEQUENCIA), COMO NO DEV68P10 E NO DEV72P10. *
      * SYSIN (OPCIONAL, ZEROS = 001): SEQUENCIA DO LOTE NO DIA, PARA  *
      * UM SEGUNDO LOTE GERADO NA MESMA DATA.                          *
      * RETURN CODE 8 = DIVERGENCIA ENCONTRADA  4 = NENHUM ATIVO.      *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOMES-RF ASSIGN TO 'RFRAZAO'
               FILE STATUS IS WS-FS-NOMES-RF.
           SELECT ARQ-NOM-TRABALHO ASSIGN TO 'DEV75NOM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT ARQ-ALTERACOES ASSIGN TO 'DEV75ALT'
               FILE STATUS IS WS-FS-ALTERACOES.
           SELECT ARQ-RLRFRAZ ASSIGN TO 'RLRFRAZ'
               FILE STATUS IS WS-FS-RLRFRAZ.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * EXTRATO DE NOMES EMPRESARIAIS DA RECEITA FEDERAL - UMA LINHA
      * POR CNPJ+FILIAL COM O NOME COMO REGISTRADO NA RECEITA.
       FD ARQ-NOMES-RF
           RECORDING MODE F
           RECORD CONTAINS 162 CHARACTERS.
       01 REG-NOMES-RF.
           05 RFN-CNPJ                 PIC X(008).
           05 RFN-FILIAL               PIC X(004).
           05 RFN-RAZAO                PIC X(150).
      *
      * ARQUIVO INDEXADO DE TRABALHO, RECRIADO A CADA EXECUCAO -
      * PERMITE A CONSULTA POR CHAVE DURANTE A VARREDURA DOS CLIENTES.
       FD ARQ-NOM-TRABALHO
           RECORD CONTAINS 162 CHARACTERS.
       01 REG-NOM-TRABALHO.
           05 NOM-CHAVE.
               10 NOM-CNPJ             PIC X(008).
               10 NOM-FILIAL           PIC X(004).
           05 NOM-RAZAO                PIC X(150).
      *
      * LOTE PROPOSTO DE CORRECOES DE RAZAO SOCIAL, NO LAYOUT E COM O
      * HEADER/TRAILER QUE O DEV06P10 ESPERA DE UM ARQUIVO DADOSCLI.
       FD ARQ-ALTERACOES
           RECORDING MODE F
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALTERACOES           PIC X(136).
      *
       FD ARQ-RLRFRAZ
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLRFRAZ              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVRFNRL.
      *
           COPY DEVBKCLI.
      *
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-CNPJA-HOST            PIC X(8).
           05 WS-FILIALA-HOST          PIC X(4).
           05 WS-VLRULTCOMPRA-HOST     PIC S9(11)V99.
           05 WS-DTULTCOMPRA-HOST      PIC 9(8).
      *
       01 WS-FS-NOMES-RF           PIC XX VALUE SPACES.
       01 WS-FS-TRABALHO           PIC XX VALUE SPACES.
       01 WS-FS-ALTERACOES         PIC XX VALUE SPACES.
       01 WS-FS-RLRFRAZ            PIC XX VALUE SPACES.
       01 WS-FIM-NOMES-RF          PIC X VALUE 'N'.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
      *
      * DESFECHO DA COMPARACAO DE UM CLIENTE.
       01 WS-RESULTADO             PIC X VALUE SPACE.
           88 RES-SEM-NOME-RF                  VALUE 'S'.
           88 RES-IGUAL                        VALUE 'I'.
           88 RES-GRAFIA                       VALUE 'G'.
           88 RES-DIVERGENTE                   VALUE 'D'.
      *
      * RAZAO PROPOSTA PARA O 'A' - O NOME DA RECEITA COMO VEIO, OU
      * A FORMA ABREVIADA QUANDO ELE NAO CABE NAS 40 POSICOES DO
      * CADASTRO; SE NEM ASSIM COUBER, A CORRECAO E MANUAL.
       01 WS-PROPOSTA              PIC X VALUE SPACE.
           88 PROPOSTA-INTEGRAL                VALUE 'P'.
           88 PROPOSTA-ABREVIADA               VALUE 'A'.
           88 PROPOSTA-MANUAL                  VALUE 'M'.
       01 WS-RAZAO-PROPOSTA        PIC X(040) VALUE SPACES.
      *
       01 WS-CONTROLE.
           05 WS-TOT-NOMES-RF      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-AVALIADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-NOME-RF   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-IGUAIS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GRAFIA        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DIVERGENTES   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-PROPOSTAS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-MANUAIS       PIC 9(007) VALUE ZEROS.
      *
      * PRIMEIRA PASSADA SO CONTA AS PROPOSTAS (PARA O HEADER DO LOTE
      * PROPOSTO); A SEGUNDA IMPRIME E GRAVA.
       01 WS-PASSADA               PIC 9(001) VALUE 1.
      *
       01 WS-CTRL-TOTAL-SAIDA      PIC 9(013) VALUE ZEROS.
       01 WS-HDR-SAIDA.
           05 WS-HDR-SAI-TIPO      PIC X(001) VALUE 'H'.
           05 WS-HDR-SAI-QTDE-REGS PIC 9(007) VALUE ZEROS.
      *    IDENTIFICACAO DA GERACAO (ORIGEM + DATA + SEQUENCIA) - E
      *    POR ELA QUE O DEV06P10 RECUSA UM LOTE JA CARREGADO. LOTE
      *    SEM REGISTRO SAI SEM IDENTIFICACAO.
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
      *
      * NORMALIZACAO DA RAZAO SOCIAL. A RAZAO E QUEBRADA EM PALAVRAS
      * DE LETRAS E DIGITOS (QUALQUER OUTRO CARACTER SEPARA; '&' VIRA
      * A PALAVRA 'E'), AS PALAVRAS SAO PADRONIZADAS (ABREVIATURAS
      * SOCIETARIAS NA FORMA CURTA, SUFIXO DE PORTE ME/EPP
      * DESCARTADO) E REMONTADAS EM DUAS FORMAS: A COMPACTA, COM UM
      * ESPACO ENTRE PALAVRAS (USADA COMO RAZAO ABREVIADA), E A
      * NORMALIZADA, SEM ESPACO NENHUM (A USADA NA COMPARACAO, COMO NO
      * DEV45P10).
       01 WS-RAZAO-ENTRADA         PIC X(150) VALUE SPACES.
       01 WS-RAZAO-ENTRADA-TAB REDEFINES WS-RAZAO-ENTRADA.
           05 WS-RZE-CHAR          PIC X(001) OCCURS 150 TIMES.
       01 WS-IND-RZ                PIC 9(003) VALUE ZEROS.
       01 WS-PALAVRA               PIC X(030) VALUE SPACES.
       01 WS-PALAVRA-TAMANHO       PIC 9(002) VALUE ZEROS.
       01 WS-PALAVRAS-LIDAS.
           05 WS-QTD-LIDAS         PIC 9(002) VALUE ZEROS.
           05 WS-LIDA              PIC X(030) OCCURS 60 TIMES.
       01 WS-PALAVRAS-PADRAO.
           05 WS-QTD-PADRAO        PIC 9(002) VALUE ZEROS.
           05 WS-PADRAO            PIC X(030) OCCURS 60 TIMES.
       01 WS-IND-PAL               PIC 9(002) VALUE ZEROS.
       01 WS-PONTEIRO-COMPACTA     PIC 9(003) VALUE ZEROS.
       01 WS-PONTEIRO-NORMALIZADA  PIC 9(003) VALUE ZEROS.
       01 WS-RAZAO-COMPACTA        PIC X(150) VALUE SPACES.
       01 WS-RAZAO-NORMALIZADA     PIC X(150) VALUE SPACES.
       01 WS-RAZAO-TAMANHO         PIC 9(003) VALUE ZEROS.
      *
      * FORMAS NORMALIZADAS GUARDADAS DO CADASTRO E DA RECEITA.
       01 WS-CAD-NORMALIZADA       PIC X(150) VALUE SPACES.
       01 WS-CAD-TAMANHO           PIC 9(003) VALUE ZEROS.
       01 WS-RF-NORMALIZADA        PIC X(150) VALUE SPACES.
       01 WS-RF-TAMANHO            PIC 9(003) VALUE ZEROS.
       01 WS-RF-COMPACTA           PIC X(150) VALUE SPACES.
      *
      * PARAMETRO LIDO DO SYSIN - SEQUENCIA DO LOTE NO DIA (ZEROS =
      * PRIMEIRO LOTE, 001).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-SEQ-LOTE     PIC 9(003) VALUE ZEROS.
       01 WS-SEQ-LOTE              PIC 9(003) VALUE 1.
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
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-ATIVOS CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI, VRULTCOMPRA_CLI,
                      DTULTCOMPRA_CLI
                 FROM ALUNO06.CLIENTPJ
                WHERE DTINATIVA_CLI IS NULL
                ORDER BY CODIGO_CLI
           END-EXEC.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
           IF WS-PARM-SEQ-LOTE IS NUMERIC AND WS-PARM-SEQ-LOTE > 0
               MOVE WS-PARM-SEQ-LOTE TO WS-SEQ-LOTE
           END-IF
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV75P10   INICIO DO PROCESSAMENTO'
      *
           OPEN OUTPUT ARQ-RLRFRAZ
           IF WS-FS-RLRFRAZ NOT = '00'
               DISPLAY 'DEV75P10   ERRO AO ABRIR RLRFRAZ - STATUS: '
                   WS-FS-RLRFRAZ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALTERACOES
           IF WS-FS-ALTERACOES NOT = '00'
               DISPLAY 'DEV75P10   ERRO AO ABRIR DEV75ALT - STATUS: '
                   WS-FS-ALTERACOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM 0100-CARREGA-NOMES-RF
      *
           MOVE 1 TO WS-PASSADA
           PERFORM 1000-VARRE-ATIVOS
           MOVE WS-TOT-PROPOSTAS TO WS-HDR-SAI-QTDE-REGS
           IF WS-TOT-PROPOSTAS > 0
               MOVE 'RFRAZAO'             TO WS-HDR-SAI-ORIGEM
               MOVE WS-DATA-PROCESSAMENTO TO WS-HDR-SAI-DATA-GER
               MOVE WS-SEQ-LOTE           TO WS-HDR-SAI-SEQUENCIA
           ELSE
               MOVE SPACES TO WS-HDR-SAI-IDENT
           END-IF
           WRITE REG-ALTERACOES FROM WS-HDR-SAIDA
      *
           MOVE ZEROS TO WS-TOT-AVALIADOS WS-TOT-SEM-NOME-RF
                         WS-TOT-IGUAIS WS-TOT-GRAFIA
                         WS-TOT-DIVERGENTES WS-TOT-PROPOSTAS
                         WS-TOT-MANUAIS
           PERFORM 0500-IMPRIME-CABECALHO
           MOVE 2 TO WS-PASSADA
           PERFORM 1000-VARRE-ATIVOS
      *
           MOVE WS-TOT-PROPOSTAS TO WS-TRL-SAI-QTDE-REGS
           MOVE WS-CTRL-TOTAL-SAIDA TO WS-TRL-SAI-CTRL-TOTAL
           WRITE REG-ALTERACOES FROM WS-TRL-SAIDA
      *
           IF WS-TOT-DIVERGENTES = 0
               MOVE 'NENHUMA RAZAO SOCIAL DIVERGENTE DA RECEITA'
                   TO RFN-LD2-MENSAGEM
               WRITE REG-RLRFRAZ FROM RFN-LINDET2
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 7000-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV75P10   NOMES DA RECEITA CARREGADOS.....: '
               WS-TOT-NOMES-RF
           DISPLAY 'DEV75P10   CLIENTES ATIVOS AVALIADOS.......: '
               WS-TOT-AVALIADOS
           DISPLAY 'DEV75P10   SEM NOME NO EXTRATO DA RECEITA..: '
               WS-TOT-SEM-NOME-RF
           DISPLAY 'DEV75P10   RAZAO IDENTICA..................: '
               WS-TOT-IGUAIS
           DISPLAY 'DEV75P10   DIFERENCA SO DE GRAFIA..........: '
               WS-TOT-GRAFIA
           DISPLAY 'DEV75P10   RAZAO DIVERGENTE................: '
               WS-TOT-DIVERGENTES
           DISPLAY 'DEV75P10   CORRECOES PROPOSTAS (DEV75ALT)..: '
               WS-TOT-PROPOSTAS
           DISPLAY 'DEV75P10   A CORRIGIR MANUALMENTE..........: '
               WS-TOT-MANUAIS
           DISPLAY 'DEV75P10   IDENTIFICACAO DO LOTE...........: '
               WS-HDR-SAI-IDENT
           DISPLAY 'DEV75P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-DIVERGENTES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-AVALIADOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           CLOSE ARQ-NOM-TRABALHO ARQ-ALTERACOES ARQ-RLRFRAZ
           GOBACK.
      *
      * CARREGA O EXTRATO DA RECEITA NO ARQUIVO INDEXADO DE TRABALHO,
      * RECRIADO VAZIO (MESMA TECNICA DO DEV50P10) - CHAVE DUPLICADA
      * NO EXTRATO FICA COM A PRIMEIRA OCORRENCIA. O NOME E GRAVADO
      * EM MAIUSCULAS, A FORMA DO CADASTRO.
       0100-CARREGA-NOMES-RF.
           OPEN INPUT ARQ-NOMES-RF
           IF WS-FS-NOMES-RF NOT = '00'
               DISPLAY 'DEV75P10   ERRO AO ABRIR RFRAZAO - STATUS: '
                   WS-FS-NOMES-RF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-NOM-TRABALHO
           CLOSE ARQ-NOM-TRABALHO
           OPEN I-O ARQ-NOM-TRABALHO
           IF WS-FS-TRABALHO NOT = '00'
               DISPLAY 'DEV75P10   ERRO AO ABRIR DEV75NOM - STATUS: '
                   WS-FS-TRABALHO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           PERFORM UNTIL WS-FIM-NOMES-RF = 'S'
               READ ARQ-NOMES-RF
                   AT END MOVE 'S' TO WS-FIM-NOMES-RF
                   NOT AT END
                       MOVE RFN-CNPJ TO NOM-CNPJ
                       MOVE RFN-FILIAL TO NOM-FILIAL
                       MOVE RFN-RAZAO TO NOM-RAZAO
                       INSPECT NOM-RAZAO CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       WRITE REG-NOM-TRABALHO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-NOMES-RF
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARQ-NOMES-RF.
      *
       1000-VARRE-ATIVOS.
           MOVE 'N' TO WS-FIM-CURSOR
           EXEC SQL OPEN C-ATIVOS END-EXEC
           PERFORM 0150-FETCH-PROXIMO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
               ADD 1 TO WS-TOT-AVALIADOS
               PERFORM 2000-AVALIA-CLIENTE
               PERFORM 0150-FETCH-PROXIMO
           END-PERFORM
           EXEC SQL CLOSE C-ATIVOS END-EXEC.
      *
       0150-FETCH-PROXIMO.
           EXEC SQL
               FETCH C-ATIVOS
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZSOCIAL-HOST,
                      :WS-CNPJA-HOST, :WS-FILIALA-HOST,
                      :WS-VLRULTCOMPRA-HOST, :WS-DTULTCOMPRA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
      * CNPJ+FILIAL SEM NOME NO EXTRATO NAO E CRITICADO (O EXTRATO
      * PODE SER PARCIAL). RAZOES QUE SO DIFEREM NA GRAFIA (MESMA
      * FORMA NORMALIZADA) OU PELO TRUNCAMENTO NAS 40 POSICOES DO
      * CADASTRO (CADASTRO CHEIO E PREFIXO DO NOME DA RECEITA) SO SAO
      * CONTADAS - A DIVERGENCIA REAL E A QUE GERA ACAO.
       2000-AVALIA-CLIENTE.
           MOVE WS-CNPJA-HOST TO NOM-CNPJ
           MOVE WS-FILIALA-HOST TO NOM-FILIAL
           READ ARQ-NOM-TRABALHO
               INVALID KEY
                   MOVE SPACES TO NOM-RAZAO
           END-READ
           IF NOM-RAZAO = SPACES
               SET RES-SEM-NOME-RF TO TRUE
               ADD 1 TO WS-TOT-SEM-NOME-RF
               EXIT PARAGRAPH
           END-IF
      *
           IF NOM-RAZAO (1:40) = WS-RAZSOCIAL-HOST
              AND NOM-RAZAO (41:110) = SPACES
               SET RES-IGUAL TO TRUE
               ADD 1 TO WS-TOT-IGUAIS
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-RAZSOCIAL-HOST TO WS-RAZAO-ENTRADA
           PERFORM 5000-NORMALIZA-RAZAO
           MOVE WS-RAZAO-NORMALIZADA TO WS-CAD-NORMALIZADA
           MOVE WS-RAZAO-TAMANHO TO WS-CAD-TAMANHO
      *
           MOVE NOM-RAZAO TO WS-RAZAO-ENTRADA
           PERFORM 5000-NORMALIZA-RAZAO
           MOVE WS-RAZAO-NORMALIZADA TO WS-RF-NORMALIZADA
           MOVE WS-RAZAO-TAMANHO TO WS-RF-TAMANHO
           MOVE WS-RAZAO-COMPACTA TO WS-RF-COMPACTA
      *
           SET RES-DIVERGENTE TO TRUE
           IF WS-CAD-NORMALIZADA = WS-RF-NORMALIZADA
               SET RES-GRAFIA TO TRUE
           ELSE
               IF WS-RAZSOCIAL-HOST (40:1) NOT = SPACE
                  AND WS-CAD-TAMANHO > 0
                  AND WS-CAD-TAMANHO < WS-RF-TAMANHO
                  AND WS-CAD-NORMALIZADA (1:WS-CAD-TAMANHO) =
                      WS-RF-NORMALIZADA (1:WS-CAD-TAMANHO)
                   SET RES-GRAFIA TO TRUE
               END-IF
           END-IF
           IF RES-GRAFIA
               ADD 1 TO WS-TOT-GRAFIA
               EXIT PARAGRAPH
           END-IF
      *
           ADD 1 TO WS-TOT-DIVERGENTES
           PERFORM 2100-MONTA-PROPOSTA
           IF PROPOSTA-MANUAL
               ADD 1 TO WS-TOT-MANUAIS
           ELSE
               ADD 1 TO WS-TOT-PROPOSTAS
           END-IF
           IF WS-PASSADA = 2
               PERFORM 7100-IMPRIME-DIVERGENTE
               IF NOT PROPOSTA-MANUAL
                   PERFORM 3000-GRAVA-ALTERACAO-PROPOSTA
               END-IF
           END-IF.
      *
      * O NOME DA RECEITA VAI COMO VEIO QUANDO CABE NAS 40 POSICOES;
      * SENAO, TENTA A FORMA COMPACTA (ABREVIATURAS CURTAS, SEM
      * ESPACOS REPETIDOS NEM SUFIXO DE PORTE).
       2100-MONTA-PROPOSTA.
           MOVE SPACES TO WS-RAZAO-PROPOSTA
           EVALUATE TRUE
               WHEN NOM-RAZAO (41:110) = SPACES
                   SET PROPOSTA-INTEGRAL TO TRUE
                   MOVE NOM-RAZAO (1:40) TO WS-RAZAO-PROPOSTA
               WHEN WS-RF-COMPACTA (41:110) = SPACES
                   SET PROPOSTA-ABREVIADA TO TRUE
                   MOVE WS-RF-COMPACTA (1:40) TO WS-RAZAO-PROPOSTA
               WHEN OTHER
                   SET PROPOSTA-MANUAL TO TRUE
           END-EVALUATE.
      *
      * SO A RAZAO SOCIAL MUDA: CNPJ/FILIAL/CONTROLE EM BRANCO FAZEM O
      * DEV06P10 PRESERVAR O CNPJ REGISTRADO, E VALOR/DATA DA ULTIMA
      * COMPRA VAO COM OS DA LINHA ATUAL (O 'A' SEMPRE OS REGRAVA).
       3000-GRAVA-ALTERACAO-PROPOSTA.
           INITIALIZE PRF-DADOSCLI
           MOVE 'A' TO PRF-OPERACAO
           MOVE WS-CODIGOCLI-HOST TO PRF-CODIGOCLI
           MOVE WS-RAZAO-PROPOSTA TO PRF-RAZAOSOCIAL
           MOVE WS-VLRULTCOMPRA-HOST TO PRF-VLRULTCOMPRA
           MOVE WS-DTULTCOMPRA-HOST TO PRF-DATAOPER
           WRITE REG-ALTERACOES FROM PRF-DADOSCLI
           ADD PRF-CODIGOCLI TO WS-CTRL-TOTAL-SAIDA.
      *
       5000-NORMALIZA-RAZAO.
           INSPECT WS-RAZAO-ENTRADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE SPACES TO WS-PALAVRA
           MOVE ZEROS TO WS-PALAVRA-TAMANHO
           MOVE 1 TO WS-IND-RZ
           PERFORM UNTIL WS-IND-RZ > 150
               IF (WS-RZE-CHAR (WS-IND-RZ) IS ALPHABETIC-UPPER
                   AND WS-RZE-CHAR (WS-IND-RZ) NOT = SPACE)
                  OR WS-RZE-CHAR (WS-IND-RZ) IS NUMERIC
                   IF WS-PALAVRA-TAMANHO < 30
                       ADD 1 TO WS-PALAVRA-TAMANHO
                       MOVE WS-RZE-CHAR (WS-IND-RZ)
                         TO WS-PALAVRA (WS-PALAVRA-TAMANHO:1)
                   END-IF
               ELSE
                   PERFORM 5100-FECHA-PALAVRA
                   IF WS-RZE-CHAR (WS-IND-RZ) = '&'
                       MOVE 'E' TO WS-PALAVRA
                       MOVE 1 TO WS-PALAVRA-TAMANHO
                       PERFORM 5100-FECHA-PALAVRA
                   END-IF
               END-IF
               ADD 1 TO WS-IND-RZ
           END-PERFORM
           PERFORM 5100-FECHA-PALAVRA
      *
           PERFORM 5200-PADRONIZA-PALAVRAS
      *
           MOVE SPACES TO WS-RAZAO-COMPACTA WS-RAZAO-NORMALIZADA
           MOVE 1 TO WS-PONTEIRO-COMPACTA WS-PONTEIRO-NORMALIZADA
           MOVE 1 TO WS-IND-PAL
           PERFORM UNTIL WS-IND-PAL > WS-QTD-PADRAO
               IF WS-IND-PAL > 1
                   STRING ' ' DELIMITED BY SIZE
                     INTO WS-RAZAO-COMPACTA
                     WITH POINTER WS-PONTEIRO-COMPACTA
                     ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               STRING WS-PADRAO (WS-IND-PAL) DELIMITED BY SPACE
                 INTO WS-RAZAO-COMPACTA
                 WITH POINTER WS-PONTEIRO-COMPACTA
                 ON OVERFLOW CONTINUE
               END-STRING
               STRING WS-PADRAO (WS-IND-PAL) DELIMITED BY SPACE
                 INTO WS-RAZAO-NORMALIZADA
                 WITH POINTER WS-PONTEIRO-NORMALIZADA
                 ON OVERFLOW CONTINUE
               END-STRING
               ADD 1 TO WS-IND-PAL
           END-PERFORM
           COMPUTE WS-RAZAO-TAMANHO = WS-PONTEIRO-NORMALIZADA - 1.
      *
       5100-FECHA-PALAVRA.
           IF WS-PALAVRA-TAMANHO > 0 AND WS-QTD-LIDAS < 60
               ADD 1 TO WS-QTD-LIDAS
               MOVE WS-PALAVRA TO WS-LIDA (WS-QTD-LIDAS)
           END-IF
           MOVE SPACES TO WS-PALAVRA
           MOVE ZEROS TO WS-PALAVRA-TAMANHO.
      *
      * ABREVIATURAS SOCIETARIAS NA FORMA CURTA - 'S/A' E 'S.A.'
      * CHEGAM AQUI COMO AS PALAVRAS 'S' E 'A', 'M.E.' COMO 'M' E
      * 'E'. O SUFIXO DE PORTE (ME/EPP) NO FIM DA RAZAO NAO FAZ PARTE
      * DO NOME E E DESCARTADO.
       5200-PADRONIZA-PALAVRAS.
           MOVE ZEROS TO WS-QTD-PADRAO
           MOVE 1 TO WS-IND-PAL
           PERFORM UNTIL WS-IND-PAL > WS-QTD-LIDAS
               ADD 1 TO WS-QTD-PADRAO
               MOVE WS-LIDA (WS-IND-PAL) TO WS-PADRAO (WS-QTD-PADRAO)
               EVALUATE WS-LIDA (WS-IND-PAL)
                   WHEN 'LIMITADA'
                   WHEN 'LTD'
                       MOVE 'LTDA' TO WS-PADRAO (WS-QTD-PADRAO)
                   WHEN 'COMPANHIA'
                       MOVE 'CIA' TO WS-PADRAO (WS-QTD-PADRAO)
                   WHEN 'MICROEMPRESA'
                       MOVE 'ME' TO WS-PADRAO (WS-QTD-PADRAO)
                   WHEN 'S'
                       IF WS-IND-PAL < WS-QTD-LIDAS
                          AND WS-LIDA (WS-IND-PAL + 1) = 'A'
                           MOVE 'SA' TO WS-PADRAO (WS-QTD-PADRAO)
                           ADD 1 TO WS-IND-PAL
                       END-IF
                   WHEN 'M'
                       IF WS-IND-PAL < WS-QTD-LIDAS
                          AND WS-LIDA (WS-IND-PAL + 1) = 'E'
                           MOVE 'ME' TO WS-PADRAO (WS-QTD-PADRAO)
                           ADD 1 TO WS-IND-PAL
                       END-IF
                   WHEN 'SOCIEDADE'
                       IF WS-IND-PAL < WS-QTD-LIDAS
                          AND WS-LIDA (WS-IND-PAL + 1) = 'ANONIMA'
                           MOVE 'SA' TO WS-PADRAO (WS-QTD-PADRAO)
                           ADD 1 TO WS-IND-PAL
                       END-IF
                   WHEN 'EMPRESA'
                       IF WS-IND-PAL + 3 NOT > WS-QTD-LIDAS
                          AND WS-LIDA (WS-IND-PAL + 1) = 'DE'
                          AND WS-LIDA (WS-IND-PAL + 2) = 'PEQUENO'
                          AND WS-LIDA (WS-IND-PAL + 3) = 'PORTE'
                           MOVE 'EPP' TO WS-PADRAO (WS-QTD-PADRAO)
                           ADD 3 TO WS-IND-PAL
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-IND-PAL
           END-PERFORM
      *
           IF WS-QTD-PADRAO > 1
               IF WS-PADRAO (WS-QTD-PADRAO) = 'ME'
                  OR WS-PADRAO (WS-QTD-PADRAO) = 'EPP'
                   SUBTRACT 1 FROM WS-QTD-PADRAO
               END-IF
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO RFN-CB1-DATA
           MOVE WS-REL-PAGINA TO RFN-CB1-PAG
           WRITE REG-RLRFRAZ FROM RFN-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLRFRAZ FROM RFN-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7100-IMPRIME-DIVERGENTE.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CODIGOCLI-HOST TO RFN-LD1-CODIGOCLI
           MOVE WS-CNPJA-HOST TO RFN-LD1-CNPJ
           MOVE WS-FILIALA-HOST TO RFN-LD1-FILIAL
           MOVE WS-RAZSOCIAL-HOST TO RFN-LD1-RAZAO-CAD
           MOVE NOM-RAZAO (1:40) TO RFN-LD1-RAZAO-RF
           EVALUATE TRUE
               WHEN PROPOSTA-INTEGRAL
                   MOVE 'PROPOSTA GERADA' TO RFN-LD1-SITUACAO
               WHEN PROPOSTA-ABREVIADA
                   MOVE 'PROPOSTA ABREVIADA' TO RFN-LD1-SITUACAO
               WHEN OTHER
                   MOVE 'CORRIGIR MANUAL' TO RFN-LD1-SITUACAO
           END-EVALUATE
           WRITE REG-RLRFRAZ FROM RFN-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 9 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'CLIENTES ATIVOS AVALIADOS'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-AVALIADOS TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'SEM NOME NO EXTRATO DA RECEITA'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-SEM-NOME-RF TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'RAZAO IDENTICA A DA RECEITA'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-IGUAIS TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'DIFERENCA SO DE GRAFIA OU TRUNCAMENTO'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-GRAFIA TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'RAZAO DIVERGENTE'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-DIVERGENTES TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'CORRECOES PROPOSTAS NO DEV75ALT'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-PROPOSTAS TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'A CORRIGIR MANUALMENTE (NAO CABE EM 40 POS.)'
               TO RFN-TOT-ROTULO
           MOVE WS-TOT-MANUAIS TO RFN-TOT-QTDE
           WRITE REG-RLRFRAZ FROM RFN-TOTAIS AFTER ADVANCING 1 LINES.
