       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV57P10.
      *
      *----------------------------------------------------------------*
      * MONITOR DE CHEGADA DOS ARQUIVOS DADOSCLI. O DEV06REG DIZ QUAIS *
      * GERACOES (ORIGEM + DATA DE GERACAO + SEQUENCIA) FORAM          *
      * CARREGADAS, MAS NADA AVISAVA QUE UM ARQUIVO QUE DEVIA TER      *
      * CHEGADO NAO CHEGOU. ESTE PROGRAMA CONFERE O DEV06REG CONTRA O  *
      * CADASTRO DE ORIGENS ESPERADAS (DEVORIGE, LAYOUT DEVORICL, COM  *
      * A FREQUENCIA E O PRAZO DE CADA ORIGEM) E APONTA, PARA O DIA DE *
      * REFERENCIA:                                                    *
      *   - ORIGEM SEM GERACAO CARREGADA PARA UM DIA UTIL DE ENTREGA   *
      *     CUJO PRAZO VENCE NO DIA (SEVERIDADE 'E');                  *
      *   - LACUNA NA SEQUENCIA (RGC-SEQUENCIA) DE UMA ORIGEM/DATA DE  *
      *     GERACAO, APONTADA NO DIA EM QUE CARREGA A SEQUENCIA        *
      *     POSTERIOR AO BURACO (SEVERIDADE 'A');                      *
      *   - GERACAO CARREGADA NO DIA DEPOIS DO PRAZO COMBINADO COM A   *
      *     ORIGEM (SEVERIDADE 'A');                                   *
      *   - GERACAO CARREGADA NO DIA DE ORIGEM FORA DO CADASTRO        *
      *     (SEVERIDADE 'A').                                          *
      * DIAS UTEIS PELO CALENDARIO DEV42P10/DEVCALFE. AS OCORRENCIAS   *
      * SAEM NO RELATORIO RLMONARQ E NO ARQUIVO DE ALERTAS DEV57ALR    *
      * (LAYOUT DEVALRCL), CONSOLIDADO PELO DEV51P10. O DIA DE         *
      * REFERENCIA VEM DO SYSIN (AAAAMMDD); AUSENTE, E A DATA DE       *
      * PROCESSAMENTO. GERACAO REGISTRADA SEM HORA DE CARGA (ANTERIOR  *
      * AO REGISTRO DA HORA NO DEV06REG) SO TEM A DATA CONFERIDA.      *
      * RETURN CODE 8 = HA OCORRENCIA; 4 = NADA CADASTRADO NEM         *
      * CARREGADO NO DIA.                                              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORIGENS ASSIGN TO 'DEVORIGE'
               FILE STATUS IS WS-FS-ORIGENS.
           SELECT ARQ-REGISTRO-CARGA ASSIGN TO 'DEV06REG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT ARQ-RLMONARQ ASSIGN TO 'RLMONARQ'
               FILE STATUS IS WS-FS-RLMONARQ.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV57ALR'
               FILE STATUS IS WS-FS-ALERTAS.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ARQ-ORIGENS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ORIGENS              PIC X(80).
      *
      * REGISTRO DAS GERACOES CARREGADAS PELO DEV06P10 - MESMO
      * LAYOUT DO FD DE LA. REGISTRO DE 27 POSICOES = GRAVADO ANTES
      * DA HORA DE CARGA EXISTIR.
       FD ARQ-REGISTRO-CARGA
           RECORD IS VARYING IN SIZE FROM 27 TO 33 CHARACTERS
               DEPENDING ON WS-TAM-REGISTRO.
       01 REG-REGISTRO-CARGA.
           05 RGC-CHAVE.
               10 RGC-ORIGEM           PIC X(008).
               10 RGC-DATA-GERACAO     PIC 9(008).
               10 RGC-SEQUENCIA        PIC 9(003).
           05 RGC-DATA-CARGA           PIC 9(008).
           05 RGC-HORA-CARGA           PIC 9(006).
      *
       FD ARQ-RLMONARQ
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLMONARQ             PIC X(132).
      *
      * ARQUIVO DE ALERTAS PARA A MONITORACAO (LAYOUT COMUM
      * DEVALRCL) - GRAVADO SEMPRE; SEM OCORRENCIA FICA VAZIO.
       FD ARQ-ALERTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVMONRL.
      *
           COPY DEVALRCL.
      *
           COPY DEVORICL.
      *
       01 WS-FS-ORIGENS            PIC XX VALUE SPACES.
       01 WS-FS-REGISTRO           PIC XX VALUE SPACES.
       01 WS-FS-RLMONARQ           PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FIM-ORIGENS           PIC X VALUE 'N'.
       01 WS-FIM-REGISTRO          PIC X VALUE 'N'.
       01 WS-TAM-REGISTRO          PIC 9(004) COMP VALUE ZEROS.
      *
      * CADASTRO DE ORIGENS CARREGADO EM TABELA, COM A DATA DE
      * GERACAO DEVIDA NO DIA DE REFERENCIA (ZEROS = NADA DEVIDO) E
      * A MARCA DE GERACAO DEVIDA ENCONTRADA NO DEV06REG.
       01 WS-QTD-ORIGENS           PIC 9(003) VALUE ZEROS.
       01 WS-MAX-ORIGENS           PIC 9(003) VALUE 100.
       01 WS-TAB-ORIGENS.
           05 WS-ORI-ENTRADA       OCCURS 1 TO 100 TIMES
                                   DEPENDING ON WS-QTD-ORIGENS
                                   INDEXED BY IDX-ORI.
               10 WS-ORI-ORIGEM        PIC X(008).
               10 WS-ORI-FREQUENCIA    PIC X(001).
               10 WS-ORI-DIA-ENTREGA   PIC 9(002).
               10 WS-ORI-DIAS-PRAZO    PIC 9(001).
               10 WS-ORI-HORA-LIMITE   PIC 9(004).
               10 WS-ORI-SITUACAO      PIC X(001).
               10 WS-ORI-DATA-DEVIDA   PIC 9(008).
               10 WS-ORI-RECEBIDA      PIC X(001).
       01 WS-IND                   PIC 9(003) VALUE ZEROS.
       01 WS-IND-PRAZO             PIC 9(003) VALUE ZEROS.
       01 WS-QTD-RECUOS            PIC 9(003) VALUE ZEROS.
       01 WS-ORIGEM-CADASTRADA     PIC X VALUE 'N'.
      *
      * CONTROLE DA SEQUENCIA DENTRO DE UMA ORIGEM/DATA DE GERACAO -
      * O DEV06REG E LIDO NA ORDEM DA CHAVE, ENTAO AS SEQUENCIAS DE
      * UMA MESMA GERACAO CHEGAM EM ORDEM CRESCENTE.
       01 WS-SEQ-GRUPO.
           05 WS-SEQ-ORIGEM        PIC X(008) VALUE SPACES.
           05 WS-SEQ-DATA          PIC 9(008) VALUE ZEROS.
       01 WS-SEQ-ESPERADA          PIC 9(004) VALUE ZEROS.
       01 WS-SEQ-ATE               PIC 9(003) VALUE ZEROS.
       01 WS-SEQ-DE                PIC 9(003) VALUE ZEROS.
      *
       01 WS-HORA-CARGA            PIC 9(006) VALUE ZEROS.
       01 WS-HORA-CARGA-R REDEFINES WS-HORA-CARGA.
           05 WS-HORA-CARGA-HHMM   PIC 9(004).
           05 WS-HORA-CARGA-SS     PIC 9(002).
       01 WS-HORA-CONHECIDA        PIC X VALUE 'N'.
       01 WS-DATA-PRAZO            PIC 9(008) VALUE ZEROS.
       01 WS-FORA-PRAZO            PIC X VALUE 'N'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-ESPERADAS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CARGAS        PIC 9(007) VALUE ZEROS.
           05 WS-TOT-FALTANTES     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-LACUNAS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ATRASADAS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-CADASTRO  PIC 9(007) VALUE ZEROS.
           05 WS-TOT-OCORRENCIAS   PIC 9(007) VALUE ZEROS.
      *
      * DIA DE REFERENCIA (AAAAMMDD), LIDO DO SYSIN - AUSENTE (ZEROS),
      * ASSUME A DATA DE PROCESSAMENTO. SERVE PARA REFAZER A
      * CONFERENCIA DE UM DIA QUE JA PASSOU.
       01 WS-PARM-ENTRADA.
           05 WS-PARM-DATA-REF         PIC 9(008) VALUE ZEROS.
       01 WS-DATA-REF              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-REF-UTIL         PIC X VALUE 'N'.
           88 REFERENCIA-DIA-UTIL               VALUE 'S'.
      *
      * AREA DE CHAMADA DO CALENDARIO DE DIAS UTEIS (DEV42P10).
       01 WRK-AREACAL.
          05 WRK-DATACAL           PIC 9(008) VALUE ZEROS.
          05 WRK-MODO-CAL          PIC X(001) VALUE 'U'.
          05 WRK-CODRCAL           PIC X(002) VALUE SPACES.
       01 WRK-PROG-CAL             PIC X(8) VALUE 'DEV42P10'.
      *
      * DATA DE TRABALHO DOS CALCULOS DE CALENDARIO (0800-0830).
       01 WS-CAL-DATA              PIC 9(008) VALUE ZEROS.
       01 WS-CAL-DATA-R REDEFINES WS-CAL-DATA.
           05 WS-CAL-AAAAMM        PIC 9(006).
           05 WS-CAL-DD            PIC 9(002).
       01 WS-CAL-ERRO              PIC X VALUE 'N'.
       01 WS-CAL-UTIL              PIC X VALUE 'N'.
       01 WS-DIA-SEMANA            PIC 9(001) VALUE ZEROS.
       01 WS-DATA-ENTREGA          PIC 9(008) VALUE ZEROS.
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
       01 WS-REL-DATA-REF-EDIT     PIC X(010) VALUE SPACES.
      *
      * EDICAO DE DATA/HORA PARA O RELATORIO (0900-EDITA-DATA).
       01 WS-EDT-DATA              PIC 9(008) VALUE ZEROS.
       01 WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
           05 WS-EDT-AA            PIC 9(004).
           05 WS-EDT-MM            PIC 9(002).
           05 WS-EDT-DD            PIC 9(002).
       01 WS-EDT-DATA-X            PIC X(010) VALUE SPACES.
       01 WS-EDT-HORA              PIC 9(004) VALUE ZEROS.
       01 WS-EDT-HORA-R REDEFINES WS-EDT-HORA.
           05 WS-EDT-HH            PIC 9(002).
           05 WS-EDT-MI            PIC 9(002).
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           IF WS-PARM-DATA-REF IS NUMERIC AND WS-PARM-DATA-REF > 0
               MOVE WS-PARM-DATA-REF TO WS-DATA-REF
           ELSE
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-REF
           END-IF
      *
           DISPLAY 'DEV57P10   INICIO DO PROCESSAMENTO'
           DISPLAY 'DEV57P10   DIA DE REFERENCIA..............: '
               WS-DATA-REF
      *
           MOVE WS-DATA-REF TO WS-CAL-DATA
           PERFORM 0800-TESTA-DIA-UTIL
           IF WS-CAL-ERRO = 'S'
               DISPLAY 'DEV57P10   DIA DE REFERENCIA INVALIDO: '
                   WS-DATA-REF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CAL-UTIL TO WS-DATA-REF-UTIL
           IF NOT REFERENCIA-DIA-UTIL
               DISPLAY 'DEV57P10   DIA NAO UTIL - SEM ENTREGA DEVIDA,'
                   ' SO CARGAS DO DIA SAO CONFERIDAS'
           END-IF
           MOVE WS-DATA-REF TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-REF-EDIT
      *
           PERFORM 0100-CARREGA-ORIGENS
           IF RETURN-CODE > 0
               GOBACK
           END-IF
      *
           OPEN INPUT ARQ-REGISTRO-CARGA
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'DEV57P10   ERRO AO ABRIR DEV06REG - STATUS: '
                   WS-FS-REGISTRO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               DISPLAY 'DEV57P10   ERRO AO ABRIR DEV57ALR - '
                   'STATUS: ' WS-FS-ALERTAS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-REGISTRO-CARGA
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLMONARQ
           IF WS-FS-RLMONARQ NOT = '00'
               DISPLAY 'DEV57P10   ERRO AO ABRIR RLMONARQ - STATUS: '
                   WS-FS-RLMONARQ
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-REGISTRO-CARGA
               CLOSE ARQ-ALERTAS
               GOBACK
           END-IF
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
      *    DATA DE GERACAO DEVIDA DE CADA ORIGEM ATIVA NO DIA.
           IF REFERENCIA-DIA-UTIL
               MOVE 1 TO WS-IND
               PERFORM UNTIL WS-IND > WS-QTD-ORIGENS
                   PERFORM 1000-CALCULA-DEVIDA
                   ADD 1 TO WS-IND
               END-PERFORM
           END-IF
      *
      *    PASSADA UNICA NO DEV06REG, NA ORDEM DA CHAVE.
           PERFORM 0150-LE-REGISTRO
           PERFORM UNTIL WS-FIM-REGISTRO = 'S'
               PERFORM 2000-TRATA-GERACAO
               PERFORM 0150-LE-REGISTRO
           END-PERFORM
      *
      *    ORIGEM COM ENTREGA DEVIDA E NENHUMA GERACAO CARREGADA.
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND > WS-QTD-ORIGENS
               IF WS-ORI-DATA-DEVIDA (WS-IND) > 0
                  AND WS-ORI-RECEBIDA (WS-IND) NOT = 'S'
                   PERFORM 3000-APONTA-FALTANTE
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM
      *
           IF WS-TOT-OCORRENCIAS = 0
               MOVE 'NENHUMA OCORRENCIA DE CHEGADA NO DIA'
                   TO MON-LD2-MENSAGEM
               WRITE REG-RLMONARQ FROM MON-LINDET2
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 7900-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV57P10   ORIGENS CADASTRADAS............: '
               WS-QTD-ORIGENS
           DISPLAY 'DEV57P10   ENTREGAS DEVIDAS NO DIA........: '
               WS-TOT-ESPERADAS
           DISPLAY 'DEV57P10   GERACOES CARREGADAS NO DIA.....: '
               WS-TOT-CARGAS
           DISPLAY 'DEV57P10   GERACOES NAO RECEBIDAS.........: '
               WS-TOT-FALTANTES
           DISPLAY 'DEV57P10   LACUNAS DE SEQUENCIA...........: '
               WS-TOT-LACUNAS
           DISPLAY 'DEV57P10   CARGAS FORA DO PRAZO...........: '
               WS-TOT-ATRASADAS
           DISPLAY 'DEV57P10   ORIGENS NAO CADASTRADAS........: '
               WS-TOT-SEM-CADASTRO
           IF WS-TOT-OCORRENCIAS > 0
               DISPLAY 'DEV57P10   *** OCORRENCIA DE CHEGADA DE '
                   'ARQUIVO ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-ORIGENS = 0 AND WS-TOT-CARGAS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DEV57P10   PROCESSAMENTO ENCERRADO'
      *
           CLOSE ARQ-REGISTRO-CARGA
           CLOSE ARQ-RLMONARQ
           CLOSE ARQ-ALERTAS
           GOBACK.
      *
      * CARREGA O CADASTRO DE ORIGENS ESPERADAS. CADASTRO VAZIO NAO
      * E ERRO (SO NAO HA ENTREGA A COBRAR); NAO ALOCADO, E - SEM ELE
      * O MONITOR NAO TEM O QUE CONFERIR. ORIGEM REPETIDA VALE A
      * PRIMEIRA OCORRENCIA.
       0100-CARREGA-ORIGENS.
           OPEN INPUT ARQ-ORIGENS
           IF WS-FS-ORIGENS NOT = '00'
               DISPLAY 'DEV57P10   ERRO AO ABRIR DEVORIGE - STATUS: '
                   WS-FS-ORIGENS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-ORIGENS
           PERFORM UNTIL WS-FIM-ORIGENS = 'S'
               READ ARQ-ORIGENS INTO ORI-REGISTRO
                   AT END MOVE 'S' TO WS-FIM-ORIGENS
                   NOT AT END PERFORM 0110-GUARDA-ORIGEM
               END-READ
           END-PERFORM
           CLOSE ARQ-ORIGENS.
      *
       0110-GUARDA-ORIGEM.
           IF ORI-ORIGEM = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0120-PROCURA-ORIGEM
           IF WS-ORIGEM-CADASTRADA = 'S'
               DISPLAY 'DEV57P10   ORIGEM REPETIDA NO DEVORIGE '
                   '(IGNORADA): ' ORI-ORIGEM
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-ORIGENS NOT < WS-MAX-ORIGENS
               DISPLAY 'DEV57P10   TABELA DE ORIGENS CHEIA - '
                   'IGNORADA: ' ORI-ORIGEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ORIGENS
           MOVE ORI-ORIGEM      TO WS-ORI-ORIGEM (WS-QTD-ORIGENS)
           MOVE ORI-FREQUENCIA  TO WS-ORI-FREQUENCIA (WS-QTD-ORIGENS)
           MOVE ORI-SITUACAO    TO WS-ORI-SITUACAO (WS-QTD-ORIGENS)
           MOVE ZEROS TO WS-ORI-DIA-ENTREGA (WS-QTD-ORIGENS)
                         WS-ORI-DIAS-PRAZO (WS-QTD-ORIGENS)
                         WS-ORI-HORA-LIMITE (WS-QTD-ORIGENS)
                         WS-ORI-DATA-DEVIDA (WS-QTD-ORIGENS)
           IF ORI-DIA-ENTREGA IS NUMERIC
               MOVE ORI-DIA-ENTREGA
                 TO WS-ORI-DIA-ENTREGA (WS-QTD-ORIGENS)
           END-IF
           IF ORI-DIAS-PRAZO IS NUMERIC
               MOVE ORI-DIAS-PRAZO
                 TO WS-ORI-DIAS-PRAZO (WS-QTD-ORIGENS)
           END-IF
           IF ORI-HORA-LIMITE IS NUMERIC
               MOVE ORI-HORA-LIMITE
                 TO WS-ORI-HORA-LIMITE (WS-QTD-ORIGENS)
           END-IF
           MOVE 'N' TO WS-ORI-RECEBIDA (WS-QTD-ORIGENS).
      *
      * PROCURA NA TABELA A ORIGEM EM ORI-ORIGEM - DEIXA IDX-ORI NA
      * ENTRADA ENCONTRADA.
       0120-PROCURA-ORIGEM.
           MOVE 'N' TO WS-ORIGEM-CADASTRADA
           IF WS-QTD-ORIGENS = 0
               EXIT PARAGRAPH
           END-IF
           SET IDX-ORI TO 1
           SEARCH WS-ORI-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-ORI-ORIGEM (IDX-ORI) = ORI-ORIGEM
                   MOVE 'S' TO WS-ORIGEM-CADASTRADA
           END-SEARCH.
      *
       0150-LE-REGISTRO.
           READ ARQ-REGISTRO-CARGA NEXT RECORD
               AT END MOVE 'S' TO WS-FIM-REGISTRO
           END-READ
           IF WS-FIM-REGISTRO NOT = 'S'
              AND WS-FS-REGISTRO NOT = '00'
              AND WS-FS-REGISTRO NOT = '04'
               DISPLAY 'DEV57P10   ERRO AO LER DEV06REG - STATUS: '
                   WS-FS-REGISTRO
               MOVE 'S' TO WS-FIM-REGISTRO
               MOVE 12 TO RETURN-CODE
           END-IF.
      *
      * DATA DE GERACAO DEVIDA PARA A ORIGEM WS-IND NO DIA DE
      * REFERENCIA: O PRAZO DE ENTREGA VENCE NO DIA DE REFERENCIA
      * QUANDO A GERACAO E DE ORI-DIAS-PRAZO DIAS UTEIS ANTES DELE;
      * E ESSA DATA SO E COBRADA SE FOR DIA DE ENTREGA DA ORIGEM
      * PELA SUA FREQUENCIA.
       1000-CALCULA-DEVIDA.
           MOVE ZEROS TO WS-ORI-DATA-DEVIDA (WS-IND)
           IF WS-ORI-SITUACAO (WS-IND) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-REF TO WS-CAL-DATA
           MOVE 'N' TO WS-CAL-ERRO
           MOVE 1 TO WS-IND-PRAZO
           PERFORM UNTIL WS-IND-PRAZO > WS-ORI-DIAS-PRAZO (WS-IND)
                      OR WS-CAL-ERRO = 'S'
               PERFORM 0830-RECUA-DIA-UTIL
               ADD 1 TO WS-IND-PRAZO
           END-PERFORM
           IF WS-CAL-ERRO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-DATA TO WS-DATA-ENTREGA
      *
           EVALUATE WS-ORI-FREQUENCIA (WS-IND)
               WHEN 'D'
                   MOVE WS-DATA-ENTREGA
                     TO WS-ORI-DATA-DEVIDA (WS-IND)
               WHEN 'S'
                   PERFORM 1100-CONFERE-SEMANAL
               WHEN 'M'
                   PERFORM 1200-CONFERE-MENSAL
               WHEN OTHER
                   DISPLAY 'DEV57P10   FREQUENCIA INVALIDA NO '
                       'DEVORIGE: ' WS-ORI-ORIGEM (WS-IND)
           END-EVALUATE
           IF WS-ORI-DATA-DEVIDA (WS-IND) > 0
               ADD 1 TO WS-TOT-ESPERADAS
           END-IF.
      *
      * SEMANAL - O DIA DA SEMANA DE ENTREGA, NA SEMANA DA DATA
      * CANDIDATA, ROLADO PARA O DIA UTIL SEGUINTE. UM FERIADO NA
      * SEXTA EMPURRA A ENTREGA PARA A SEGUNDA DA SEMANA SEGUINTE,
      * POR ISSO A SEMANA ANTERIOR TAMBEM E CONFERIDA.
       1100-CONFERE-SEMANAL.
           IF WS-ORI-DIA-ENTREGA (WS-IND) < 1
              OR WS-ORI-DIA-ENTREGA (WS-IND) > 5
               DISPLAY 'DEV57P10   DIA DE ENTREGA SEMANAL INVALIDO '
                   'NO DEVORIGE: ' WS-ORI-ORIGEM (WS-IND)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ENTREGA TO WS-CAL-DATA
           PERFORM 0810-DIA-DA-SEMANA
           COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-ENTREGA)
                - WS-DIA-SEMANA + WS-ORI-DIA-ENTREGA (WS-IND) - 1)
           PERFORM 0820-PROXIMO-DIA-UTIL
           IF WS-CAL-ERRO NOT = 'S'
              AND WS-CAL-DATA = WS-DATA-ENTREGA
               MOVE WS-DATA-ENTREGA TO WS-ORI-DATA-DEVIDA (WS-IND)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ENTREGA TO WS-CAL-DATA
           PERFORM 0810-DIA-DA-SEMANA
           COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-ENTREGA)
                - WS-DIA-SEMANA + WS-ORI-DIA-ENTREGA (WS-IND) - 8)
           PERFORM 0820-PROXIMO-DIA-UTIL
           IF WS-CAL-ERRO NOT = 'S'
              AND WS-CAL-DATA = WS-DATA-ENTREGA
               MOVE WS-DATA-ENTREGA TO WS-ORI-DATA-DEVIDA (WS-IND)
           END-IF.
      *
      * MENSAL - O N-ESIMO DIA UTIL DO MES DA DATA CANDIDATA
      * (ORI-DIA-ENTREGA ZERADO VALE COMO O PRIMEIRO).
       1200-CONFERE-MENSAL.
           MOVE WS-DATA-ENTREGA TO WS-CAL-DATA
           MOVE 1 TO WS-CAL-DD
           PERFORM 0820-PROXIMO-DIA-UTIL
           MOVE 2 TO WS-IND-PRAZO
           PERFORM UNTIL WS-IND-PRAZO > WS-ORI-DIA-ENTREGA (WS-IND)
                      OR WS-CAL-ERRO = 'S'
               COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) + 1)
               PERFORM 0820-PROXIMO-DIA-UTIL
               ADD 1 TO WS-IND-PRAZO
           END-PERFORM
           IF WS-CAL-ERRO NOT = 'S'
              AND WS-CAL-DATA = WS-DATA-ENTREGA
               MOVE WS-DATA-ENTREGA TO WS-ORI-DATA-DEVIDA (WS-IND)
           END-IF.
      *
      * UMA GERACAO DO DEV06REG: MARCA A ENTREGA DEVIDA COMO
      * RECEBIDA, CONFERE A SEQUENCIA DENTRO DA ORIGEM/DATA E, SE A
      * CARGA FOI NO DIA DE REFERENCIA, O CADASTRO E O PRAZO.
       2000-TRATA-GERACAO.
           IF WS-TAM-REGISTRO < 33
               MOVE 'N' TO WS-HORA-CONHECIDA
               MOVE ZEROS TO WS-HORA-CARGA
           ELSE
               MOVE 'S' TO WS-HORA-CONHECIDA
               MOVE RGC-HORA-CARGA TO WS-HORA-CARGA
           END-IF
      *
           MOVE RGC-ORIGEM TO ORI-ORIGEM
           PERFORM 0120-PROCURA-ORIGEM
      *
           IF WS-ORIGEM-CADASTRADA = 'S'
              AND RGC-DATA-CARGA NOT > WS-DATA-REF
              AND WS-ORI-DATA-DEVIDA (IDX-ORI) > 0
              AND RGC-DATA-GERACAO = WS-ORI-DATA-DEVIDA (IDX-ORI)
               MOVE 'S' TO WS-ORI-RECEBIDA (IDX-ORI)
           END-IF
      *
           PERFORM 2100-CONFERE-SEQUENCIA
      *
           IF RGC-DATA-CARGA NOT = WS-DATA-REF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CARGAS
           IF WS-ORIGEM-CADASTRADA NOT = 'S'
               PERFORM 3300-APONTA-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF
           IF WS-ORI-SITUACAO (IDX-ORI) = 'A'
               PERFORM 2200-CONFERE-PRAZO
           END-IF.
      *
      * SEQUENCIA ESPERADA = ANTERIOR + 1 DENTRO DA MESMA ORIGEM E
      * DATA DE GERACAO, COMECANDO EM 001. O BURACO SO E APONTADO
      * QUANDO A SEQUENCIA QUE O DENUNCIA FOI CARREGADA NO DIA DE
      * REFERENCIA - ASSIM CADA LACUNA SAI UMA VEZ SO.
       2100-CONFERE-SEQUENCIA.
           IF RGC-SEQUENCIA IS NOT NUMERIC
              OR RGC-DATA-GERACAO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF RGC-ORIGEM NOT = WS-SEQ-ORIGEM
              OR RGC-DATA-GERACAO NOT = WS-SEQ-DATA
               MOVE RGC-ORIGEM TO WS-SEQ-ORIGEM
               MOVE RGC-DATA-GERACAO TO WS-SEQ-DATA
               MOVE 1 TO WS-SEQ-ESPERADA
           END-IF
           IF RGC-SEQUENCIA > WS-SEQ-ESPERADA
              AND RGC-DATA-CARGA = WS-DATA-REF
               MOVE WS-SEQ-ESPERADA TO WS-SEQ-DE
               COMPUTE WS-SEQ-ATE = RGC-SEQUENCIA - 1
               PERFORM 3100-APONTA-LACUNA
           END-IF
           IF RGC-SEQUENCIA NOT < WS-SEQ-ESPERADA
               COMPUTE WS-SEQ-ESPERADA = RGC-SEQUENCIA + 1
           END-IF.
      *
      * PRAZO DA GERACAO = DATA DE GERACAO (ROLADA PARA DIA UTIL)
      * MAIS ORI-DIAS-PRAZO DIAS UTEIS, ATE ORI-HORA-LIMITE NESSE
      * ULTIMO DIA QUANDO HA HORA LIMITE E A HORA DA CARGA E
      * CONHECIDA.
       2200-CONFERE-PRAZO.
           IF RGC-DATA-GERACAO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RGC-DATA-GERACAO TO WS-CAL-DATA
           PERFORM 0820-PROXIMO-DIA-UTIL
           MOVE 1 TO WS-IND-PRAZO
           PERFORM UNTIL WS-IND-PRAZO > WS-ORI-DIAS-PRAZO (IDX-ORI)
                      OR WS-CAL-ERRO = 'S'
               COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) + 1)
               PERFORM 0820-PROXIMO-DIA-UTIL
               ADD 1 TO WS-IND-PRAZO
           END-PERFORM
           IF WS-CAL-ERRO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAL-DATA TO WS-DATA-PRAZO
      *
           MOVE 'N' TO WS-FORA-PRAZO
           IF RGC-DATA-CARGA > WS-DATA-PRAZO
               MOVE 'S' TO WS-FORA-PRAZO
           END-IF
           IF RGC-DATA-CARGA = WS-DATA-PRAZO
              AND WS-ORI-HORA-LIMITE (IDX-ORI) > 0
              AND WS-HORA-CONHECIDA = 'S'
              AND WS-HORA-CARGA-HHMM > WS-ORI-HORA-LIMITE (IDX-ORI)
               MOVE 'S' TO WS-FORA-PRAZO
           END-IF
           IF WS-FORA-PRAZO = 'S'
               PERFORM 3200-APONTA-ATRASO
           END-IF.
      *
      * ORIGEM ATIVA SEM GERACAO CARREGADA PARA A DATA DEVIDA.
       3000-APONTA-FALTANTE.
           ADD 1 TO WS-TOT-FALTANTES
           ADD 1 TO WS-TOT-OCORRENCIAS
           MOVE SPACES TO MON-LD1-SEQUENCIA MON-LD1-CARGA
           MOVE 'NAO RECEBIDA' TO MON-LD1-OCORRENCIA
           MOVE WS-ORI-ORIGEM (WS-IND) TO MON-LD1-ORIGEM
           MOVE WS-ORI-DATA-DEVIDA (WS-IND) TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO MON-LD1-GERACAO
           MOVE WS-REL-DATA-REF-EDIT TO MON-LD1-PRAZO
           IF WS-ORI-HORA-LIMITE (WS-IND) > 0
               MOVE WS-ORI-HORA-LIMITE (WS-IND) TO WS-EDT-HORA
               STRING WS-REL-DATA-REF-EDIT ' ' WS-EDT-HH ':'
                      WS-EDT-MI
                 DELIMITED BY SIZE
                 INTO MON-LD1-PRAZO
               END-STRING
           END-IF
           PERFORM 7000-IMPRIME-OCORRENCIA
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'E' TO ALR-SEVERIDADE
           MOVE WS-ORI-ORIGEM (WS-IND) TO ALR-CHAVE
           STRING 'GERACAO NAO RECEBIDA - DEVIDA '
                  WS-ORI-DATA-DEVIDA (WS-IND)
             DELIMITED BY SIZE
             INTO ALR-MOTIVO
           END-STRING
           PERFORM 7500-GRAVA-ALERTA.
      *
      * LACUNA WS-SEQ-DE A WS-SEQ-ATE NA ORIGEM/DATA CORRENTE.
       3100-APONTA-LACUNA.
           ADD 1 TO WS-TOT-LACUNAS
           ADD 1 TO WS-TOT-OCORRENCIAS
           MOVE SPACES TO MON-LD1-CARGA MON-LD1-PRAZO
           MOVE 'LACUNA SEQUENCIA' TO MON-LD1-OCORRENCIA
           MOVE RGC-ORIGEM TO MON-LD1-ORIGEM
           MOVE RGC-DATA-GERACAO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO MON-LD1-GERACAO
           IF WS-SEQ-DE = WS-SEQ-ATE
               MOVE WS-SEQ-DE TO MON-LD1-SEQUENCIA
           ELSE
               STRING WS-SEQ-DE '-' WS-SEQ-ATE
                 DELIMITED BY SIZE
                 INTO MON-LD1-SEQUENCIA
               END-STRING
           END-IF
           PERFORM 7000-IMPRIME-OCORRENCIA
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE RGC-ORIGEM TO ALR-CHAVE
           STRING 'LACUNA NA SEQUENCIA ' WS-SEQ-DE ' A '
                  WS-SEQ-ATE ' - ' RGC-DATA-GERACAO
             DELIMITED BY SIZE
             INTO ALR-MOTIVO
           END-STRING
           PERFORM 7500-GRAVA-ALERTA.
      *
      * GERACAO CARREGADA NO DIA DEPOIS DO PRAZO DA ORIGEM.
       3200-APONTA-ATRASO.
           ADD 1 TO WS-TOT-ATRASADAS
           ADD 1 TO WS-TOT-OCORRENCIAS
           MOVE 'FORA DO PRAZO' TO MON-LD1-OCORRENCIA
           PERFORM 3400-MONTA-LINHA-CARGA
           MOVE WS-DATA-PRAZO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO MON-LD1-PRAZO
           IF WS-ORI-HORA-LIMITE (IDX-ORI) > 0
               MOVE WS-ORI-HORA-LIMITE (IDX-ORI) TO WS-EDT-HORA
               STRING WS-EDT-DATA-X ' ' WS-EDT-HH ':' WS-EDT-MI
                 DELIMITED BY SIZE
                 INTO MON-LD1-PRAZO
               END-STRING
           END-IF
           PERFORM 7000-IMPRIME-OCORRENCIA
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE RGC-ORIGEM TO ALR-CHAVE
           MOVE RGC-SEQUENCIA TO ALR-CHAVE (9:3)
           STRING 'CARGA FORA DO PRAZO - GERACAO '
                  RGC-DATA-GERACAO
             DELIMITED BY SIZE
             INTO ALR-MOTIVO
           END-STRING
           PERFORM 7500-GRAVA-ALERTA.
      *
      * GERACAO CARREGADA NO DIA DE UMA ORIGEM FORA DO DEVORIGE.
       3300-APONTA-SEM-CADASTRO.
           ADD 1 TO WS-TOT-SEM-CADASTRO
           ADD 1 TO WS-TOT-OCORRENCIAS
           MOVE 'NAO CADASTRADA' TO MON-LD1-OCORRENCIA
           PERFORM 3400-MONTA-LINHA-CARGA
           MOVE SPACES TO MON-LD1-PRAZO
           PERFORM 7000-IMPRIME-OCORRENCIA
      *
           INITIALIZE ALR-REGISTRO
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE RGC-ORIGEM TO ALR-CHAVE
           MOVE RGC-SEQUENCIA TO ALR-CHAVE (9:3)
           MOVE 'ORIGEM NAO CADASTRADA NO DEVORIGE'
               TO ALR-MOTIVO
           PERFORM 7500-GRAVA-ALERTA.
      *
      * ORIGEM, GERACAO, SEQUENCIA E DATA/HORA DE CARGA DA GERACAO
      * CORRENTE DO DEV06REG NA LINHA DE DETALHE.
       3400-MONTA-LINHA-CARGA.
           MOVE RGC-ORIGEM TO MON-LD1-ORIGEM
           MOVE RGC-SEQUENCIA TO MON-LD1-SEQUENCIA
           MOVE RGC-DATA-GERACAO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO MON-LD1-GERACAO
           MOVE RGC-DATA-CARGA TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO MON-LD1-CARGA
           IF WS-HORA-CONHECIDA = 'S'
               MOVE WS-HORA-CARGA-HHMM TO WS-EDT-HORA
               STRING WS-EDT-DATA-X ' ' WS-EDT-HH ':' WS-EDT-MI
                 DELIMITED BY SIZE
                 INTO MON-LD1-CARGA
               END-STRING
           END-IF.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO MON-CB1-DATA
           MOVE WS-REL-DATA-REF-EDIT TO MON-CB1-DATA-REF
           MOVE WS-REL-PAGINA TO MON-CB1-PAG
           WRITE REG-RLMONARQ FROM MON-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLMONARQ FROM MON-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * DIA UTIL? WS-CAL-DATA ENTRA; WS-CAL-UTIL SAI 'S'/'N' E
      * WS-CAL-ERRO 'S' PARA DATA INVALIDA.
       0800-TESTA-DIA-UTIL.
           MOVE 'N' TO WS-CAL-ERRO
           MOVE WS-CAL-DATA TO WRK-DATACAL
           MOVE 'U' TO WRK-MODO-CAL
           CALL WRK-PROG-CAL USING WRK-AREACAL
           EVALUATE WRK-CODRCAL
               WHEN 'OK'
                   MOVE 'S' TO WS-CAL-UTIL
               WHEN 'NU'
                   MOVE 'N' TO WS-CAL-UTIL
               WHEN OTHER
                   MOVE 'N' TO WS-CAL-UTIL
                   MOVE 'S' TO WS-CAL-ERRO
           END-EVALUATE.
      *
      * DIA DA SEMANA DE WS-CAL-DATA: 0 SEGUNDA ... 6 DOMINGO (MESMA
      * CONTA DO DEV42P10 - 01/01/1601 FOI UMA SEGUNDA-FEIRA).
       0810-DIA-DA-SEMANA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) - 1, 7).
      *
      * WS-CAL-DATA VAI PARA O PRIMEIRO DIA UTIL A PARTIR DELA.
       0820-PROXIMO-DIA-UTIL.
           MOVE 'N' TO WS-CAL-ERRO
           MOVE WS-CAL-DATA TO WRK-DATACAL
           MOVE 'P' TO WRK-MODO-CAL
           CALL WRK-PROG-CAL USING WRK-AREACAL
           IF WRK-CODRCAL = 'OK'
               MOVE WRK-DATACAL TO WS-CAL-DATA
           ELSE
               MOVE 'S' TO WS-CAL-ERRO
           END-IF.
      *
      * WS-CAL-DATA VAI PARA O DIA UTIL ANTERIOR A ELA.
       0830-RECUA-DIA-UTIL.
           MOVE 'N' TO WS-CAL-UTIL
           MOVE ZEROS TO WS-QTD-RECUOS
           PERFORM UNTIL WS-CAL-UTIL = 'S'
                      OR WS-CAL-ERRO = 'S'
               COMPUTE WS-CAL-DATA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) - 1)
               PERFORM 0800-TESTA-DIA-UTIL
               ADD 1 TO WS-QTD-RECUOS
               IF WS-QTD-RECUOS > 30
                   MOVE 'S' TO WS-CAL-ERRO
               END-IF
           END-PERFORM.
      *
       0900-EDITA-DATA.
           MOVE SPACES TO WS-EDT-DATA-X
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AA
             DELIMITED BY SIZE
             INTO WS-EDT-DATA-X
           END-STRING.
      *
       7000-IMPRIME-OCORRENCIA.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLMONARQ FROM MON-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7500-GRAVA-ALERTA.
           MOVE 'DEV57P10' TO ALR-PROGRAMA
           MOVE WS-DATA-REF TO ALR-DATA
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
      *
       7900-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 4 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-FALTANTES TO MON-TOT-FALTANTES
           MOVE WS-TOT-LACUNAS TO MON-TOT-LACUNAS
           MOVE WS-TOT-ATRASADAS TO MON-TOT-ATRASADAS
           MOVE WS-TOT-ESPERADAS TO MON-TOT-ESPERADAS
           MOVE WS-TOT-CARGAS TO MON-TOT-CARGAS
           MOVE WS-TOT-SEM-CADASTRO TO MON-TOT-SEM-CADASTRO
           WRITE REG-RLMONARQ FROM MON-TOTAIS AFTER ADVANCING 2 LINES
           WRITE REG-RLMONARQ FROM MON-TOTAIS2 AFTER ADVANCING 1 LINES.
