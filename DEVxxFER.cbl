       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV73P10.
      *
      *----------------------------------------------------------------*
      * MANUTENCAO DO CALENDARIO DE FERIADOS DEVCALFE, LIDO PELO       *
      * DEV42P10 (DIA UTIL) EM TODA A CADEIA - INATIVACOES AGENDADAS   *
      * (DEV20P10), COBRANCA, INSTRUCOES PERMANENTES, MONITOR DE       *
      * ARQUIVOS. ANTES EDITADO A MAO; COM O ARQUIVO VAZIO OU NAO      *
      * ALOCADO, O DEV42P10 DESLIGA A CRITICA DE FERIADO E CARNAVAL OU *
      * CORPUS CHRISTI PASSAM POR DIA UTIL. ESTE PROGRAMA:             *
      *   - GERA, QUANDO PEDIDO NO SYSIN, OS FERIADOS NACIONAIS DE UM  *
      *     ANO - OS DE DATA FIXA E OS QUE ACOMPANHAM A PASCOA         *
      *     (CARNAVAL, SEXTA-FEIRA SANTA E CORPUS CHRISTI);            *
      *   - APLICA OS MOVIMENTOS DEV73MOV ('I' INCLUI UMA DATA, 'E'    *
      *     EXCLUI), CRITICADOS UM A UM - FERIADOS ESTADUAIS,          *
      *     MUNICIPAIS OU DECRETADOS, E A RETIRADA DE UM NACIONAL;     *
      *   - REGRAVA O DEVCALFE EM ORDEM DE DATA, SEM DUPLICIDADE, COM  *
      *     A VERSAO ANTERIOR COPIADA EM DEV73BKP;                     *
      *   - LISTA NO RLCALFER OS MOVIMENTOS E O CALENDARIO RESULTANTE  *
      *     A PARTIR DO ANO CORRENTE;                                  *
      *   - ALERTA (RLCALFER E DEV73ALR, LAYOUT DEVALRCL) QUANDO O ANO *
      *     CORRENTE NAO TEM FERIADO CADASTRADO OU QUANDO, A PARTIR DA *
      *     DATA DE ALERTA DO SYSIN (DIA/MES DO QUARTO TRIMESTRE), O   *
      *     ANO SEGUINTE AINDA NAO FOI CARREGADO.                      *
      * SEM MOVIMENTO E SEM ANO A GERAR, SO CONFERE E LISTA - NAO ABRE *
      * O DEVCALFE PARA GRAVACAO (E ASSIM QUE RODA NO DEVDIA10).       *
      * RC 0 = OK  4 = SO CONFERENCIA, SEM OCORRENCIA  8 = MOVIMENTO   *
      * RECUSADO, ALERTA OU PARAMETRO INVALIDO  12 = ERRO NA GRAVACAO  *
      * DO DEVCALFE (RESTAURAR DO DEV73BKP).                           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO 'DEVCALFE'
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT ARQ-BACKUP ASSIGN TO 'DEV73BKP'
               FILE STATUS IS WS-FS-BACKUP.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'DEV73MOV'
               FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT ARQ-ALERTAS ASSIGN TO 'DEV73ALR'
               FILE STATUS IS WS-FS-ALERTAS.
           SELECT ARQ-RLCALFER ASSIGN TO 'RLCALFER'
               FILE STATUS IS WS-FS-RLCALFER.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * CADASTRO DE FERIADOS - UMA DATA AAAAMMDD POR REGISTRO, MESMO
      * LAYOUT LIDO PELO DEV42P10.
       FD ARQ-FERIADOS
           RECORDING MODE F
           RECORD CONTAINS 8 CHARACTERS.
       01 REG-FERIADOS             PIC 9(008).
       01 REG-FERIADOS-X REDEFINES REG-FERIADOS
                                   PIC X(008).
      *
      * COPIA DO DEVCALFE COMO ESTAVA ANTES DA MANUTENCAO.
       FD ARQ-BACKUP
           RECORDING MODE F
           RECORD CONTAINS 8 CHARACTERS.
       01 REG-BACKUP               PIC X(008).
      *
      * MOVIMENTOS DE CALENDARIO - 'I' INCLUI A DATA COMO FERIADO,
      * 'E' EXCLUI A DATA DO CADASTRO. A DESCRICAO SO SAI NO
      * RELATORIO (O DEVCALFE GUARDA APENAS A DATA).
       FD ARQ-MOVIMENTOS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-MOVIMENTOS.
           05 MOV-OPERACAO             PIC X(001).
               88 MOV-INCLUSAO                     VALUE 'I'.
               88 MOV-EXCLUSAO                     VALUE 'E'.
           05 MOV-DATA                 PIC 9(008).
           05 MOV-DESCRICAO            PIC X(030).
           05 FILLER                   PIC X(041).
      *
       FD ARQ-ALERTAS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-ALERTAS              PIC X(80).
      *
       FD ARQ-RLCALFER
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCALFER             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVFERRL.
      *
           COPY DEVALRCL.
      *
       01 WS-FS-FERIADOS           PIC XX VALUE SPACES.
       01 WS-FS-BACKUP             PIC XX VALUE SPACES.
       01 WS-FS-MOVIMENTOS         PIC XX VALUE SPACES.
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FS-RLCALFER           PIC XX VALUE SPACES.
       01 WS-FIM-FERIADOS          PIC X VALUE 'N'.
       01 WS-FIM-MOVIMENTOS        PIC X VALUE 'N'.
      *
      * PARAMETROS LIDOS DO SYSIN - ANO CUJOS FERIADOS NACIONAIS SAO
      * GERADOS (ZEROS = NAO GERA) E DIA/MES (DDMM) A PARTIR DO QUAL
      * FALTAR O ANO SEGUINTE E ALERTA (ZEROS = 01/10).
       01 WS-PARM-ENTRADA.
           05 WS-PARM-ANO-GERAR        PIC 9(004) VALUE ZEROS.
           05 FILLER                   PIC X(001) VALUE SPACES.
           05 WS-PARM-INICIO-ALERTA    PIC 9(004) VALUE ZEROS.
           05 WS-PARM-INICIO-ALERTA-R REDEFINES WS-PARM-INICIO-ALERTA.
               10 WS-PARM-ALERTA-DD    PIC 9(002).
               10 WS-PARM-ALERTA-MM    PIC 9(002).
       01 WS-ANO-GERAR             PIC 9(004) VALUE ZEROS.
       01 WS-INICIO-ALERTA         PIC 9(004) VALUE 1001.
       01 WS-INICIO-ALERTA-R REDEFINES WS-INICIO-ALERTA.
           05 WS-ALERTA-MM         PIC 9(002).
           05 WS-ALERTA-DD         PIC 9(002).
      *
      * MANUTENCAO (HA MOVIMENTO OU ANO A GERAR) OU SO CONFERENCIA.
       01 WS-MODO                  PIC X(001) VALUE 'C'.
           88 MODO-CONFERENCIA                VALUE 'C'.
           88 MODO-MANUTENCAO                 VALUE 'M'.
      *
      * CALENDARIO EM MEMORIA, SEMPRE EM ORDEM CRESCENTE E SEM
      * DUPLICIDADE - MESMO LIMITE DE 400 DATAS DO DEV42P10.
       01 WS-QTD-FERIADOS          PIC 9(003) VALUE ZEROS.
       01 WS-MAX-FERIADOS          PIC 9(003) VALUE 400.
       01 WS-TAB-FERIADOS.
           05 WS-FERIADO           PIC 9(008) OCCURS 400 TIMES.
       01 WS-IND-FER               PIC 9(003) VALUE ZEROS.
       01 WS-IND-AUX               PIC 9(003) VALUE ZEROS.
       01 WS-POSICAO               PIC 9(003) VALUE ZEROS.
       01 WS-DATA-TRATADA          PIC 9(008) VALUE ZEROS.
       01 WS-DATA-TRATADA-R REDEFINES WS-DATA-TRATADA.
           05 WS-TRAT-AA           PIC 9(004).
           05 WS-TRAT-MMDD         PIC 9(004).
       01 WS-RESULTADO             PIC X(001) VALUE SPACES.
           88 DATA-INCLUIDA                   VALUE 'I'.
           88 DATA-EXCLUIDA                   VALUE 'E'.
           88 DATA-JA-CADASTRADA              VALUE 'J'.
           88 DATA-NAO-CADASTRADA             VALUE 'N'.
           88 TABELA-CHEIA                    VALUE 'C'.
      *
      * FERIADOS NACIONAIS DE UM ANO (2500-MONTA-NACIONAIS) - OS NOVE
      * DE DATA FIXA E OS QUATRO QUE DEPENDEM DA PASCOA. USADOS NA
      * GERACAO E PARA DAR NOME AS DATAS DA LISTAGEM.
       01 WS-NAC-FIXOS.
           05 FILLER               PIC X(034) VALUE
              '0101CONFRATERNIZACAO UNIVERSAL    '.
           05 FILLER               PIC X(034) VALUE
              '0421TIRADENTES                    '.
           05 FILLER               PIC X(034) VALUE
              '0501DIA DO TRABALHO               '.
           05 FILLER               PIC X(034) VALUE
              '0907INDEPENDENCIA DO BRASIL       '.
           05 FILLER               PIC X(034) VALUE
              '1012NOSSA SENHORA APARECIDA       '.
           05 FILLER               PIC X(034) VALUE
              '1102FINADOS                       '.
           05 FILLER               PIC X(034) VALUE
              '1115PROCLAMACAO DA REPUBLICA      '.
           05 FILLER               PIC X(034) VALUE
              '1120CONSCIENCIA NEGRA             '.
           05 FILLER               PIC X(034) VALUE
              '1225NATAL                         '.
       01 WS-NAC-FIXOS-R REDEFINES WS-NAC-FIXOS.
           05 WS-NAC-FIXO          OCCURS 9 TIMES.
               10 WS-NAC-FIXO-MMDD     PIC 9(004).
               10 WS-NAC-FIXO-NOME     PIC X(030).
      *
      * DIAS EM RELACAO AO DOMINGO DE PASCOA.
       01 WS-NAC-MOVEIS.
           05 FILLER               PIC X(034) VALUE
              '-048CARNAVAL (SEGUNDA-FEIRA)      '.
           05 FILLER               PIC X(034) VALUE
              '-047CARNAVAL (TERCA-FEIRA)        '.
           05 FILLER               PIC X(034) VALUE
              '-002SEXTA-FEIRA SANTA             '.
           05 FILLER               PIC X(034) VALUE
              '+060CORPUS CHRISTI                '.
       01 WS-NAC-MOVEIS-R REDEFINES WS-NAC-MOVEIS.
           05 WS-NAC-MOVEL         OCCURS 4 TIMES.
               10 WS-NAC-MOVEL-DIAS    PIC S9(003)
                                       SIGN LEADING SEPARATE.
               10 WS-NAC-MOVEL-NOME    PIC X(030).
      *
       01 WS-ANO-NACIONAIS         PIC 9(004) VALUE ZEROS.
       01 WS-QTD-NACIONAIS         PIC 9(002) VALUE ZEROS.
       01 WS-TAB-NACIONAIS.
           05 WS-NACIONAL          OCCURS 13 TIMES.
               10 WS-NAC-DATA          PIC 9(008).
               10 WS-NAC-NOME          PIC X(030).
       01 WS-IND-NAC               PIC 9(002) VALUE ZEROS.
       01 WS-NOME-FERIADO          PIC X(030) VALUE SPACES.
      *
      * CALCULO DO DOMINGO DE PASCOA (ALGORITMO DE MEEUS/JONES/
      * BUTCHER, CALENDARIO GREGORIANO).
       01 WS-PASCOA.
           05 WS-PSC-A             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-B             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-C             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-D             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-E             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-F             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-G             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-H             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-I             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-K             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-L             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-M             PIC 9(004) VALUE ZEROS.
           05 WS-PSC-N             PIC 9(004) VALUE ZEROS.
       01 WS-DATA-PASCOA           PIC 9(008) VALUE ZEROS.
       01 WS-DATA-PASCOA-R REDEFINES WS-DATA-PASCOA.
           05 WS-PASCOA-AA         PIC 9(004).
           05 WS-PASCOA-MM         PIC 9(002).
           05 WS-PASCOA-DD         PIC 9(002).
       01 WS-DIA-CORRIDO           PIC 9(007) VALUE ZEROS.
      *
      * DIA DA SEMANA - O DIA 1 DO CALENDARIO INTEIRO DA LINGUAGEM
      * (01/01/1601) FOI UMA SEGUNDA-FEIRA (MESMA CONTA DO DEV42P10).
       01 WS-DIA-SEMANA            PIC 9(001) VALUE ZEROS.
       01 WS-NOMES-SEMANA.
           05 FILLER               PIC X(049) VALUE
              'SEGUNDATERCA  QUARTA QUINTA SEXTA  SABADO DOMINGO'.
       01 WS-NOMES-SEMANA-R REDEFINES WS-NOMES-SEMANA.
           05 WS-NOME-DIA          PIC X(007) OCCURS 7 TIMES.
      *
       01 WS-ANO-CORRENTE          PIC 9(004) VALUE ZEROS.
       01 WS-ANO-SEGUINTE          PIC 9(004) VALUE ZEROS.
       01 WS-MMDD-CORRENTE         PIC 9(004) VALUE ZEROS.
       01 WS-QTD-ANO-CORRENTE      PIC 9(003) VALUE ZEROS.
       01 WS-QTD-ANO-SEGUINTE      PIC 9(003) VALUE ZEROS.
      *
       01 WS-MOTIVO-ERRO           PIC X(040) VALUE SPACES.
       01 WS-SITUACAO-LINHA        PIC X(040) VALUE SPACES.
      *
       01 WRK-DEVCDATA.
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS-CAL     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-DESCARTADOS   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GERADOS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GER-EXISTENTES PIC 9(007) VALUE ZEROS.
           05 WS-TOT-MOVIMENTOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-APLICADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REJEITADOS    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-GRAVADOS      PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ANTERIORES    PIC 9(007) VALUE ZEROS.
           05 WS-TOT-ALERTAS       PIC 9(007) VALUE ZEROS.
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
       01 WS-DATA-PROCESSAMENTO-R REDEFINES WS-DATA-PROCESSAMENTO.
           05 WS-PROC-AA           PIC 9(004).
           05 WS-PROC-MMDD         PIC 9(004).
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
           05 WS-REL-LINHA         PIC 9(002) VALUE 99.
           05 WS-REL-MAX-LINHAS    PIC 9(002) VALUE 50.
       01 WS-REL-DATA-EDIT         PIC X(010) VALUE SPACES.
       01 WS-REL-PARTE             PIC X(001) VALUE 'M'.
           88 PARTE-MOVIMENTOS                VALUE 'M'.
           88 PARTE-CALENDARIO                VALUE 'C'.
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-ENTRADA FROM SYSIN
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO WS-REL-DATA-EDIT
           MOVE WS-PROC-AA TO WS-ANO-CORRENTE
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-CORRENTE + 1
           MOVE WS-PROC-MMDD TO WS-MMDD-CORRENTE
      *
           DISPLAY 'DEV73P10   INICIO DO PROCESSAMENTO'
      *
           PERFORM 0100-CRITICA-PARAMETROS
      *
           OPEN OUTPUT ARQ-RLCALFER
           IF WS-FS-RLCALFER NOT = '00'
               DISPLAY 'DEV73P10   ERRO AO ABRIR RLCALFER - STATUS: '
                   WS-FS-RLCALFER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-ALERTAS
           IF WS-FS-ALERTAS NOT = '00'
               DISPLAY 'DEV73P10   ERRO AO ABRIR DEV73ALR - STATUS: '
                   WS-FS-ALERTAS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-RLCALFER
               GOBACK
           END-IF
      *
      *    MOVIMENTO AUSENTE (DD DUMMY OU NAO ALOCADO) E ARQUIVO VAZIO.
           OPEN INPUT ARQ-MOVIMENTOS
           IF WS-FS-MOVIMENTOS = '00'
               PERFORM 0150-LE-MOVIMENTO
           ELSE
               MOVE 'S' TO WS-FIM-MOVIMENTOS
           END-IF
           IF WS-FIM-MOVIMENTOS NOT = 'S' OR WS-ANO-GERAR > 0
               SET MODO-MANUTENCAO TO TRUE
           END-IF
      *
           PERFORM 1000-CARREGA-CALENDARIO
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
           IF WS-ANO-GERAR > 0
               PERFORM 2000-GERA-NACIONAIS
           END-IF
      *
           PERFORM UNTIL WS-FIM-MOVIMENTOS = 'S'
               ADD 1 TO WS-TOT-MOVIMENTOS
               PERFORM 3000-TRATA-MOVIMENTO
               PERFORM 0150-LE-MOVIMENTO
           END-PERFORM
           IF WS-FS-MOVIMENTOS = '00' OR WS-FS-MOVIMENTOS = '10'
               CLOSE ARQ-MOVIMENTOS
           END-IF
      *
           IF MODO-CONFERENCIA
               MOVE 'SO CONFERENCIA - DEVCALFE NAO ALTERADO'
                   TO FER-LAV-TEXTO
               WRITE REG-RLCALFER FROM FER-LINAVISO
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           ELSE
               PERFORM 4000-GRAVA-CALENDARIO
           END-IF
      *
           PERFORM 5000-LISTA-CALENDARIO
           PERFORM 6000-VERIFICA-ANOS
           PERFORM 7200-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV73P10   DATAS LIDAS DO DEVCALFE.......: '
               WS-TOT-LIDOS-CAL
           DISPLAY 'DEV73P10   DESCARTADAS (INVALIDA/DUPLIC.): '
               WS-TOT-DESCARTADOS
           DISPLAY 'DEV73P10   NACIONAIS GERADOS.............: '
               WS-TOT-GERADOS
           DISPLAY 'DEV73P10   MOVIMENTOS LIDOS..............: '
               WS-TOT-MOVIMENTOS
           DISPLAY 'DEV73P10   MOVIMENTOS APLICADOS..........: '
               WS-TOT-APLICADOS
           DISPLAY 'DEV73P10   MOVIMENTOS REJEITADOS.........: '
               WS-TOT-REJEITADOS
           DISPLAY 'DEV73P10   DATAS NO CALENDARIO...........: '
               WS-QTD-FERIADOS
           DISPLAY 'DEV73P10   ALERTAS.......................: '
               WS-TOT-ALERTAS
           DISPLAY 'DEV73P10   PROCESSAMENTO ENCERRADO'
      *
           EVALUATE TRUE
               WHEN WS-TOT-REJEITADOS > 0 OR WS-TOT-ALERTAS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN MODO-CONFERENCIA
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
      *
           CLOSE ARQ-ALERTAS ARQ-RLCALFER
           GOBACK.
      *
      * ANO A GERAR: DO CORRENTE AOS DOIS SEGUINTES (ANO DIGITADO
      * ERRADO NAO VIRA UM CALENDARIO DE OUTRO SECULO). INICIO DO
      * ALERTA: DIA/MES VALIDO NO QUARTO TRIMESTRE.
       0100-CRITICA-PARAMETROS.
           IF WS-PARM-ANO-GERAR IS NUMERIC
               MOVE WS-PARM-ANO-GERAR TO WS-ANO-GERAR
           END-IF
           IF WS-ANO-GERAR > 0
              AND (WS-ANO-GERAR < WS-ANO-CORRENTE
                   OR WS-ANO-GERAR > WS-ANO-CORRENTE + 2)
               DISPLAY 'DEV73P10   ANO A GERAR FORA DO INTERVALO '
                   'ACEITO (CORRENTE A CORRENTE + 2): ' WS-ANO-GERAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           IF WS-PARM-INICIO-ALERTA IS NUMERIC
              AND WS-PARM-INICIO-ALERTA > 0
               IF WS-PARM-ALERTA-MM < 10 OR WS-PARM-ALERTA-MM > 12
                  OR WS-PARM-ALERTA-DD < 1 OR WS-PARM-ALERTA-DD > 31
                   DISPLAY 'DEV73P10   INICIO DO ALERTA FORA DO QUART'
                       'O TRIMESTRE (DDMM): ' WS-PARM-INICIO-ALERTA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-ALERTA-MM TO WS-ALERTA-MM
               MOVE WS-PARM-ALERTA-DD TO WS-ALERTA-DD
           END-IF.
      *
       0150-LE-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END MOVE 'S' TO WS-FIM-MOVIMENTOS
           END-READ.
      *
      * CARREGA O DEVCALFE ATUAL EM ORDEM, DESCARTANDO DATA INVALIDA E
      * DUPLICADA. NA MANUTENCAO, CADA REGISTRO LIDO E COPIADO COMO
      * ESTAVA PARA O DEV73BKP.
       1000-CARREGA-CALENDARIO.
           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE 'N' TO WS-FIM-FERIADOS
           IF MODO-MANUTENCAO
               OPEN OUTPUT ARQ-BACKUP
               IF WS-FS-BACKUP NOT = '00'
                   DISPLAY 'DEV73P10   ERRO AO ABRIR DEV73BKP - '
                       'STATUS: ' WS-FS-BACKUP
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARQ-ALERTAS ARQ-RLCALFER
                   GOBACK
               END-IF
           END-IF
      *
           OPEN INPUT ARQ-FERIADOS
           IF WS-FS-FERIADOS NOT = '00'
               DISPLAY 'DEV73P10   DEVCALFE INDISPONIVEL OU VAZIO - '
                   'STATUS: ' WS-FS-FERIADOS
               MOVE 'S' TO WS-FIM-FERIADOS
           ELSE
               PERFORM 1100-LE-FERIADO
           END-IF
      *
           PERFORM UNTIL WS-FIM-FERIADOS = 'S'
               ADD 1 TO WS-TOT-LIDOS-CAL
               IF MODO-MANUTENCAO
                   WRITE REG-BACKUP FROM REG-FERIADOS-X
               END-IF
               PERFORM 1200-CARREGA-DATA
               PERFORM 1100-LE-FERIADO
           END-PERFORM
      *
           IF WS-FS-FERIADOS = '00' OR WS-FS-FERIADOS = '10'
               CLOSE ARQ-FERIADOS
           END-IF
           IF MODO-MANUTENCAO
               CLOSE ARQ-BACKUP
           END-IF.
      *
       1100-LE-FERIADO.
           READ ARQ-FERIADOS
               AT END MOVE 'S' TO WS-FIM-FERIADOS
           END-READ.
      *
       1200-CARREGA-DATA.
           MOVE SPACES TO WS-MOTIVO-ERRO
           IF REG-FERIADOS IS NOT NUMERIC
               MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO-ERRO
           ELSE
               MOVE REG-FERIADOS TO WRK-DATADEV
               CALL WRK-PROG-DAT USING WRK-DEVCDATA
               IF WRK-CODRDEV NOT = 'OK'
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-ERRO
               ELSE
                   MOVE REG-FERIADOS TO WS-DATA-TRATADA
                   PERFORM 8000-INSERE-DATA
                   EVALUATE TRUE
                       WHEN DATA-JA-CADASTRADA
                           MOVE 'DATA DUPLICADA' TO WS-MOTIVO-ERRO
                       WHEN TABELA-CHEIA
                           MOVE 'CALENDARIO CHEIO (400 DATAS)'
                               TO WS-MOTIVO-ERRO
                   END-EVALUATE
               END-IF
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-DESCARTADOS
               MOVE SPACES TO FER-LAV-TEXTO
               STRING 'DEVCALFE - REGISTRO ' DELIMITED BY SIZE
                      REG-FERIADOS-X DELIMITED BY SIZE
                      ' DESCARTADO: ' DELIMITED BY SIZE
                      WS-MOTIVO-ERRO DELIMITED BY SIZE
                 INTO FER-LAV-TEXTO
               END-STRING
               DISPLAY 'DEV73P10   ' FER-LAV-TEXTO
           END-IF.
      *
      * INCLUI OS FERIADOS NACIONAIS DO ANO PEDIDO. DATA JA CADASTRADA
      * NAO E ERRO - A GERACAO PODE SER REPETIDA.
       2000-GERA-NACIONAIS.
           MOVE WS-ANO-GERAR TO WS-ANO-NACIONAIS
           PERFORM 2500-MONTA-NACIONAIS
           MOVE SPACES TO FER-CB2-TITULO
           STRING 'FERIADOS NACIONAIS GERADOS PARA ' DELIMITED BY SIZE
                  WS-ANO-GERAR DELIMITED BY SIZE
             INTO FER-CB2-TITULO
           END-STRING
           PERFORM 0550-IMPRIME-TITULO
      *
           MOVE 1 TO WS-IND-NAC
           PERFORM UNTIL WS-IND-NAC > WS-QTD-NACIONAIS
               MOVE WS-NAC-DATA (WS-IND-NAC) TO WS-DATA-TRATADA
               PERFORM 8000-INSERE-DATA
               EVALUATE TRUE
                   WHEN DATA-INCLUIDA
                       ADD 1 TO WS-TOT-GERADOS
                       MOVE 'INCLUIDO' TO WS-SITUACAO-LINHA
                   WHEN DATA-JA-CADASTRADA
                       ADD 1 TO WS-TOT-GER-EXISTENTES
                       MOVE 'JA CADASTRADO' TO WS-SITUACAO-LINHA
                   WHEN TABELA-CHEIA
                       ADD 1 TO WS-TOT-REJEITADOS
                       MOVE 'REJEITADO - CALENDARIO CHEIO (400 DATAS)'
                           TO WS-SITUACAO-LINHA
               END-EVALUATE
               MOVE 'G' TO FER-LD1-OPERACAO
               MOVE WS-NAC-NOME (WS-IND-NAC) TO FER-LD1-DESCRICAO
               PERFORM 7000-IMPRIME-MOVIMENTO
               ADD 1 TO WS-IND-NAC
           END-PERFORM.
      *
      * MONTA EM WS-TAB-NACIONAIS, EM ORDEM DE DATA, OS FERIADOS
      * NACIONAIS DE WS-ANO-NACIONAIS.
       2500-MONTA-NACIONAIS.
           MOVE ZEROS TO WS-QTD-NACIONAIS
           PERFORM 2600-CALCULA-PASCOA
      *
           MOVE 1 TO WS-IND-AUX
           PERFORM UNTIL WS-IND-AUX > 9
               ADD 1 TO WS-QTD-NACIONAIS
               COMPUTE WS-NAC-DATA (WS-QTD-NACIONAIS) =
                   WS-ANO-NACIONAIS * 10000
                   + WS-NAC-FIXO-MMDD (WS-IND-AUX)
               MOVE WS-NAC-FIXO-NOME (WS-IND-AUX)
                 TO WS-NAC-NOME (WS-QTD-NACIONAIS)
               ADD 1 TO WS-IND-AUX
           END-PERFORM
      *
           MOVE 1 TO WS-IND-AUX
           PERFORM UNTIL WS-IND-AUX > 4
               ADD 1 TO WS-QTD-NACIONAIS
               COMPUTE WS-DIA-CORRIDO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PASCOA)
                   + WS-NAC-MOVEL-DIAS (WS-IND-AUX)
               COMPUTE WS-NAC-DATA (WS-QTD-NACIONAIS) =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRIDO)
               MOVE WS-NAC-MOVEL-NOME (WS-IND-AUX)
                 TO WS-NAC-NOME (WS-QTD-NACIONAIS)
               ADD 1 TO WS-IND-AUX
           END-PERFORM
      *
           PERFORM 2700-ORDENA-NACIONAIS.
      *
       2600-CALCULA-PASCOA.
           COMPUTE WS-PSC-A = FUNCTION MOD(WS-ANO-NACIONAIS, 19)
           COMPUTE WS-PSC-B = WS-ANO-NACIONAIS / 100
           COMPUTE WS-PSC-C = FUNCTION MOD(WS-ANO-NACIONAIS, 100)
           COMPUTE WS-PSC-D = WS-PSC-B / 4
           COMPUTE WS-PSC-E = FUNCTION MOD(WS-PSC-B, 4)
           COMPUTE WS-PSC-F = (WS-PSC-B + 8) / 25
           COMPUTE WS-PSC-G = (WS-PSC-B - WS-PSC-F + 1) / 3
           COMPUTE WS-PSC-H = FUNCTION MOD(19 * WS-PSC-A + WS-PSC-B
                              - WS-PSC-D - WS-PSC-G + 15, 30)
           COMPUTE WS-PSC-I = WS-PSC-C / 4
           COMPUTE WS-PSC-K = FUNCTION MOD(WS-PSC-C, 4)
           COMPUTE WS-PSC-L = FUNCTION MOD(32 + 2 * WS-PSC-E
                              + 2 * WS-PSC-I - WS-PSC-H - WS-PSC-K, 7)
           COMPUTE WS-PSC-M = (WS-PSC-A + 11 * WS-PSC-H
                              + 22 * WS-PSC-L) / 451
           COMPUTE WS-PSC-N = WS-PSC-H + WS-PSC-L - 7 * WS-PSC-M + 114
           MOVE WS-ANO-NACIONAIS TO WS-PASCOA-AA
           COMPUTE WS-PASCOA-MM = WS-PSC-N / 31
           COMPUTE WS-PASCOA-DD = FUNCTION MOD(WS-PSC-N, 31) + 1.
      *
      * ORDENACAO SIMPLES (INSERCAO) DAS 13 DATAS DO ANO.
       2700-ORDENA-NACIONAIS.
           MOVE 2 TO WS-IND-NAC
           PERFORM UNTIL WS-IND-NAC > WS-QTD-NACIONAIS
               MOVE WS-NAC-DATA (WS-IND-NAC) TO WS-DATA-TRATADA
               MOVE WS-NAC-NOME (WS-IND-NAC) TO WS-NOME-FERIADO
               MOVE WS-IND-NAC TO WS-IND-AUX
               PERFORM UNTIL WS-IND-AUX < 2
                   OR WS-NAC-DATA (WS-IND-AUX - 1) NOT > WS-DATA-TRATADA
                   MOVE WS-NACIONAL (WS-IND-AUX - 1)
                     TO WS-NACIONAL (WS-IND-AUX)
                   SUBTRACT 1 FROM WS-IND-AUX
               END-PERFORM
               MOVE WS-DATA-TRATADA TO WS-NAC-DATA (WS-IND-AUX)
               MOVE WS-NOME-FERIADO TO WS-NAC-NOME (WS-IND-AUX)
               ADD 1 TO WS-IND-NAC
           END-PERFORM.
      *
      * CRITICA E APLICA UM MOVIMENTO NA TABELA EM MEMORIA.
       3000-TRATA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-ERRO
           IF WS-TOT-MOVIMENTOS = 1
               MOVE 'MOVIMENTOS DEV73MOV' TO FER-CB2-TITULO
               PERFORM 0550-IMPRIME-TITULO
           END-IF
      *
           EVALUATE TRUE
               WHEN NOT MOV-INCLUSAO AND NOT MOV-EXCLUSAO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-DATA IS NOT NUMERIC
                   MOVE 'DATA NAO NUMERICA' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-MOTIVO-ERRO = SPACES
               MOVE MOV-DATA TO WRK-DATADEV
               CALL WRK-PROG-DAT USING WRK-DEVCDATA
               IF WRK-CODRDEV NOT = 'OK'
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-ERRO
               END-IF
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES
               MOVE MOV-DATA TO WS-DATA-TRATADA
               IF MOV-INCLUSAO
                   PERFORM 8000-INSERE-DATA
               ELSE
                   PERFORM 8100-REMOVE-DATA
               END-IF
               EVALUATE TRUE
                   WHEN DATA-JA-CADASTRADA
                       MOVE 'DATA JA CADASTRADA' TO WS-MOTIVO-ERRO
                   WHEN DATA-NAO-CADASTRADA
                       MOVE 'DATA NAO CADASTRADA' TO WS-MOTIVO-ERRO
                   WHEN TABELA-CHEIA
                       MOVE 'CALENDARIO CHEIO (400 DATAS)'
                           TO WS-MOTIVO-ERRO
               END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               MOVE SPACES TO WS-SITUACAO-LINHA
               STRING 'REJEITADO - ' DELIMITED BY SIZE
                      WS-MOTIVO-ERRO DELIMITED BY SIZE
                 INTO WS-SITUACAO-LINHA
               END-STRING
           ELSE
               ADD 1 TO WS-TOT-APLICADOS
               IF MOV-INCLUSAO
                   MOVE 'INCLUIDO' TO WS-SITUACAO-LINHA
                   COMPUTE WS-DIA-CORRIDO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-TRATADA)
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-DIA-CORRIDO - 1, 7)
                   IF WS-DIA-SEMANA > 4
                       MOVE 'INCLUIDO - SEM EFEITO (FIM DE SEMANA)'
                           TO WS-SITUACAO-LINHA
                   END-IF
               ELSE
                   MOVE 'EXCLUIDO' TO WS-SITUACAO-LINHA
               END-IF
           END-IF
      *
           MOVE MOV-OPERACAO TO FER-LD1-OPERACAO
           MOVE MOV-DESCRICAO TO FER-LD1-DESCRICAO
           IF MOV-DATA IS NUMERIC
               MOVE MOV-DATA TO WS-DATA-TRATADA
           ELSE
               MOVE ZEROS TO WS-DATA-TRATADA
           END-IF
           PERFORM 7000-IMPRIME-MOVIMENTO.
      *
      * REGRAVA O DEVCALFE INTEIRO, EM ORDEM DE DATA. UMA FALHA AQUI
      * PODE DEIXAR O ARQUIVO INCOMPLETO - A VERSAO ANTERIOR ESTA NO
      * DEV73BKP.
       4000-GRAVA-CALENDARIO.
           OPEN OUTPUT ARQ-FERIADOS
           IF WS-FS-FERIADOS NOT = '00'
               DISPLAY 'DEV73P10   ERRO AO ABRIR DEVCALFE PARA GRAVACAO'
                   ' - STATUS: ' WS-FS-FERIADOS
               PERFORM 9900-ABORTA
           END-IF
           MOVE 1 TO WS-IND-FER
           PERFORM UNTIL WS-IND-FER > WS-QTD-FERIADOS
               MOVE WS-FERIADO (WS-IND-FER) TO REG-FERIADOS
               WRITE REG-FERIADOS
               IF WS-FS-FERIADOS NOT = '00'
                   DISPLAY 'DEV73P10   ERRO NA GRAVACAO DO DEVCALFE - '
                       'STATUS: ' WS-FS-FERIADOS
                   PERFORM 9900-ABORTA
               END-IF
               ADD 1 TO WS-TOT-GRAVADOS
               ADD 1 TO WS-IND-FER
           END-PERFORM
           CLOSE ARQ-FERIADOS
           IF WS-FS-FERIADOS NOT = '00'
               DISPLAY 'DEV73P10   ERRO AO FECHAR DEVCALFE - STATUS: '
                   WS-FS-FERIADOS
               PERFORM 9900-ABORTA
           END-IF.
      *
      * CALENDARIO RESULTANTE A PARTIR DE 01/01 DO ANO CORRENTE - AS
      * DATAS ANTERIORES FICAM NO ARQUIVO E SO SAO CONTADAS.
       5000-LISTA-CALENDARIO.
           SET PARTE-CALENDARIO TO TRUE
           MOVE SPACES TO FER-CB2-TITULO
           STRING 'CALENDARIO RESULTANTE A PARTIR DE 01/01/'
                      DELIMITED BY SIZE
                  WS-ANO-CORRENTE DELIMITED BY SIZE
             INTO FER-CB2-TITULO
           END-STRING
           PERFORM 0550-IMPRIME-TITULO
      *
           MOVE ZEROS TO WS-ANO-NACIONAIS
           MOVE 1 TO WS-IND-FER
           PERFORM UNTIL WS-IND-FER > WS-QTD-FERIADOS
               MOVE WS-FERIADO (WS-IND-FER) TO WS-DATA-TRATADA
               EVALUATE TRUE
                   WHEN WS-TRAT-AA < WS-ANO-CORRENTE
                       ADD 1 TO WS-TOT-ANTERIORES
                   WHEN OTHER
                       IF WS-TRAT-AA = WS-ANO-CORRENTE
                           ADD 1 TO WS-QTD-ANO-CORRENTE
                       END-IF
                       IF WS-TRAT-AA = WS-ANO-SEGUINTE
                           ADD 1 TO WS-QTD-ANO-SEGUINTE
                       END-IF
                       PERFORM 7100-IMPRIME-FERIADO
               END-EVALUATE
               ADD 1 TO WS-IND-FER
           END-PERFORM
      *
           IF WS-QTD-FERIADOS = WS-TOT-ANTERIORES
               IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
                   PERFORM 0500-IMPRIME-CABECALHO
               END-IF
               MOVE 'NENHUM FERIADO CADASTRADO A PARTIR DO ANO CORRENTE'
                   TO FER-LAV-TEXTO
               WRITE REG-RLCALFER FROM FER-LINAVISO
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF.
      *
      * SEM FERIADO NO ANO CORRENTE O DEV42P10 TRATA CARNAVAL E CORPUS
      * CHRISTI COMO DIA UTIL JA HOJE; SEM O ANO SEGUINTE, A PARTIR DA
      * DATA DE ALERTA, FALTA POUCO PARA ISSO ACONTECER EM JANEIRO.
       6000-VERIFICA-ANOS.
           IF WS-QTD-ANO-CORRENTE = 0
               MOVE SPACES TO FER-LAV-TEXTO
               STRING 'ALERTA - NENHUM FERIADO CADASTRADO PARA '
                          DELIMITED BY SIZE
                      WS-ANO-CORRENTE DELIMITED BY SIZE
                      ' (ANO CORRENTE) - DEV42P10 SEM CRITICA'
                          DELIMITED BY SIZE
                 INTO FER-LAV-TEXTO
               END-STRING
               MOVE WS-ANO-CORRENTE TO ALR-CHAVE
               MOVE 'ANO CORRENTE SEM FERIADO NO DEVCALFE'
                   TO ALR-MOTIVO
               MOVE 'E' TO ALR-SEVERIDADE
               PERFORM 6100-EMITE-ALERTA
           END-IF
      *
           IF WS-QTD-ANO-SEGUINTE = 0
              AND WS-MMDD-CORRENTE NOT < WS-INICIO-ALERTA
               MOVE SPACES TO FER-LAV-TEXTO
               STRING 'ALERTA - CALENDARIO DE ' DELIMITED BY SIZE
                      WS-ANO-SEGUINTE DELIMITED BY SIZE
                      ' AINDA NAO CARREGADO - GERAR COM SYSIN ANO = '
                          DELIMITED BY SIZE
                      WS-ANO-SEGUINTE DELIMITED BY SIZE
                 INTO FER-LAV-TEXTO
               END-STRING
               MOVE WS-ANO-SEGUINTE TO ALR-CHAVE
               MOVE 'ANO SEGUINTE NAO CARREGADO NO DEVCALFE'
                   TO ALR-MOTIVO
               MOVE 'A' TO ALR-SEVERIDADE
               PERFORM 6100-EMITE-ALERTA
           END-IF.
      *
       6100-EMITE-ALERTA.
           ADD 1 TO WS-TOT-ALERTAS
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLCALFER FROM FER-LINAVISO AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA
           DISPLAY 'DEV73P10   ' FER-LAV-TEXTO
      *
           MOVE 'DEV73P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           WRITE REG-ALERTAS FROM ALR-REGISTRO.
      *
      * INCLUI WS-DATA-TRATADA NA TABELA, NA POSICAO QUE MANTEM A
      * ORDEM CRESCENTE.
       8000-INSERE-DATA.
           PERFORM 8200-PROCURA-DATA
           IF DATA-JA-CADASTRADA
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-FERIADOS NOT < WS-MAX-FERIADOS
               SET TABELA-CHEIA TO TRUE
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-QTD-FERIADOS TO WS-IND-AUX
           PERFORM UNTIL WS-IND-AUX < WS-POSICAO
               MOVE WS-FERIADO (WS-IND-AUX)
                 TO WS-FERIADO (WS-IND-AUX + 1)
               SUBTRACT 1 FROM WS-IND-AUX
           END-PERFORM
           MOVE WS-DATA-TRATADA TO WS-FERIADO (WS-POSICAO)
           ADD 1 TO WS-QTD-FERIADOS
           SET DATA-INCLUIDA TO TRUE.
      *
       8100-REMOVE-DATA.
           PERFORM 8200-PROCURA-DATA
           IF NOT DATA-JA-CADASTRADA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-POSICAO TO WS-IND-AUX
           PERFORM UNTIL WS-IND-AUX NOT < WS-QTD-FERIADOS
               MOVE WS-FERIADO (WS-IND-AUX + 1)
                 TO WS-FERIADO (WS-IND-AUX)
               ADD 1 TO WS-IND-AUX
           END-PERFORM
           SUBTRACT 1 FROM WS-QTD-FERIADOS
           SET DATA-EXCLUIDA TO TRUE.
      *
      * POSICAO DE WS-DATA-TRATADA NA TABELA: A DA PROPRIA DATA, SE
      * CADASTRADA ('J'), OU A DA PRIMEIRA DATA MAIOR ('N').
       8200-PROCURA-DATA.
           SET DATA-NAO-CADASTRADA TO TRUE
           MOVE 1 TO WS-POSICAO
           PERFORM UNTIL WS-POSICAO > WS-QTD-FERIADOS
                      OR WS-FERIADO (WS-POSICAO) NOT < WS-DATA-TRATADA
               ADD 1 TO WS-POSICAO
           END-PERFORM
           IF WS-POSICAO NOT > WS-QTD-FERIADOS
               IF WS-FERIADO (WS-POSICAO) = WS-DATA-TRATADA
                   SET DATA-JA-CADASTRADA TO TRUE
               END-IF
           END-IF.
      *
      * NOME DO DIA DA SEMANA E, SE FOR FERIADO NACIONAL, DO FERIADO
      * DE WS-DATA-TRATADA. OS NACIONAIS SAO MONTADOS DE NOVO SO NA
      * TROCA DE ANO.
       8300-IDENTIFICA-DATA.
           COMPUTE WS-DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TRATADA)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-CORRIDO - 1, 7)
      *
           IF WS-TRAT-AA NOT = WS-ANO-NACIONAIS
               MOVE WS-TRAT-AA TO WS-ANO-NACIONAIS
               PERFORM 2500-MONTA-NACIONAIS
               MOVE WS-FERIADO (WS-IND-FER) TO WS-DATA-TRATADA
           END-IF
           MOVE 'FERIADO LOCAL OU DECRETADO' TO WS-NOME-FERIADO
           MOVE 1 TO WS-IND-NAC
           PERFORM UNTIL WS-IND-NAC > WS-QTD-NACIONAIS
               IF WS-NAC-DATA (WS-IND-NAC) = WS-DATA-TRATADA
                   MOVE WS-NAC-NOME (WS-IND-NAC) TO WS-NOME-FERIADO
               END-IF
               ADD 1 TO WS-IND-NAC
           END-PERFORM.
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
           MOVE WS-REL-DATA-EDIT TO FER-CB1-DATA
           MOVE WS-REL-PAGINA TO FER-CB1-PAG
           WRITE REG-RLCALFER FROM FER-CABEC1 AFTER ADVANCING PAGE
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * TITULO DE UMA PARTE DO RELATORIO, COM O CABECALHO DE COLUNAS
      * DA PARTE.
       0550-IMPRIME-TITULO.
           IF WS-REL-LINHA + 6 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           WRITE REG-RLCALFER FROM FER-CABEC2 AFTER ADVANCING 3 LINES
           IF PARTE-CALENDARIO
               WRITE REG-RLCALFER FROM FER-CABEC4
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-RLCALFER FROM FER-CABEC3
                   AFTER ADVANCING 2 LINES
           END-IF
           ADD 5 TO WS-REL-LINHA.
      *
      * LINHA DE MOVIMENTO OU DE FERIADO GERADO (OPERACAO E DESCRICAO
      * JA PREENCHIDAS PELO CHAMADOR).
       7000-IMPRIME-MOVIMENTO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLCALFER FROM FER-CABEC3
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF
           MOVE SPACES TO FER-LD1-DATA FER-LD1-DIA-SEMANA
           IF WS-DATA-TRATADA NOT = 0
               MOVE WS-DATA-TRATADA TO WS-EDT-DATA
               PERFORM 0900-EDITA-DATA
               MOVE WS-EDT-DATA-X TO FER-LD1-DATA
               IF WS-SITUACAO-LINHA (1:9) NOT = 'REJEITADO'
                   COMPUTE WS-DIA-CORRIDO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-TRATADA)
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-DIA-CORRIDO - 1, 7)
                   MOVE WS-NOME-DIA (WS-DIA-SEMANA + 1)
                     TO FER-LD1-DIA-SEMANA
               END-IF
           END-IF
           MOVE WS-SITUACAO-LINHA TO FER-LD1-SITUACAO
           WRITE REG-RLCALFER FROM FER-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7100-IMPRIME-FERIADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
               WRITE REG-RLCALFER FROM FER-CABEC4
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-REL-LINHA
           END-IF
           PERFORM 8300-IDENTIFICA-DATA
           MOVE WS-DATA-TRATADA TO WS-EDT-DATA
           PERFORM 0900-EDITA-DATA
           MOVE WS-EDT-DATA-X TO FER-LD2-DATA
           MOVE WS-NOME-DIA (WS-DIA-SEMANA + 1) TO FER-LD2-DIA-SEMANA
           MOVE WS-NOME-FERIADO TO FER-LD2-DESCRICAO
           WRITE REG-RLCALFER FROM FER-LINDET2 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 12 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE 'DATAS LIDAS DO DEVCALFE' TO FER-TOT-ROTULO
           MOVE WS-TOT-LIDOS-CAL TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 3 LINES
           MOVE 'DESCARTADAS (INVALIDA OU DUPLICADA)' TO FER-TOT-ROTULO
           MOVE WS-TOT-DESCARTADOS TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'FERIADOS NACIONAIS INCLUIDOS PELA GERACAO'
               TO FER-TOT-ROTULO
           MOVE WS-TOT-GERADOS TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'FERIADOS NACIONAIS JA CADASTRADOS' TO FER-TOT-ROTULO
           MOVE WS-TOT-GER-EXISTENTES TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'MOVIMENTOS APLICADOS' TO FER-TOT-ROTULO
           MOVE WS-TOT-APLICADOS TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'MOVIMENTOS REJEITADOS' TO FER-TOT-ROTULO
           MOVE WS-TOT-REJEITADOS TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 1 LINES
           MOVE 'DATAS NO CALENDARIO' TO FER-TOT-ROTULO
           MOVE WS-QTD-FERIADOS TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 2 LINES
           MOVE 'DATAS DE ANOS ANTERIORES (NAO LISTADAS)'
               TO FER-TOT-ROTULO
           MOVE WS-TOT-ANTERIORES TO FER-TOT-QTDE
           WRITE REG-RLCALFER FROM FER-TOTAIS AFTER ADVANCING 1 LINES.
      *
      * ABORT NA REGRAVACAO DO DEVCALFE - O ARQUIVO PODE TER FICADO
      * INCOMPLETO; RESTAURAR A PARTIR DO DEV73BKP ANTES DA PROXIMA
      * EXECUCAO DA CADEIA.
       9900-ABORTA.
           MOVE 'DEVCALFE INCOMPLETO - RESTAURAR DO DEV73BKP'
               TO FER-LAV-TEXTO
           WRITE REG-RLCALFER FROM FER-LINAVISO AFTER ADVANCING 2 LINES
           MOVE 'DEV73P10' TO ALR-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA
           MOVE 'E' TO ALR-SEVERIDADE
           MOVE 'DEVCALFE' TO ALR-CHAVE
           MOVE 'GRAVACAO DO DEVCALFE INTERROMPIDA' TO ALR-MOTIVO
           WRITE REG-ALERTAS FROM ALR-REGISTRO
           CLOSE ARQ-ALERTAS ARQ-RLCALFER
           DISPLAY 'DEV73P10   PROCESSAMENTO ABORTADO'
           MOVE 12 TO RETURN-CODE
           GOBACK.
