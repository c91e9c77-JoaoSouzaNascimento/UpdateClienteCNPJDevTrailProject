      * PROVADA PELO SUMICO DA LINHA DE CLIENTPJ. OPERACOES DE GRUPO    *
      * (SEM CODIGO_CLI) FICAM FORA DO ACOMPANHAMENTO. TUDO O QUE       *
      * CONTINUA PENDENTE HA PELO MENOS WS-DIAS-LIMITE DIAS             *
      * (PARAMETRO, DEFAULT 5) SAI NO RELATORIO RLAGREJ, COM O MOTIVO   *
      * PADRONIZADO DA REJEICAO MAIS RECENTE DO PAR, REGISTRADO PELO    *
      * DEV06P10 EM ALUNO06.CLIENTPJ_REJ.                               *
      * O RELATORIO SAI SEPARADO POR GERENTE DE CONTA DO CLIENTE        *
      * (CADASTRO ALUNO06.CLIENTPJ_GER DO DEV80P10), UMA SECAO POR      *
      * GERENTE, E TERMINA NA SECAO 'TOTAL GERAL'.                      *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIREJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIGERE END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
      *
           COPY DEVREJRL.
      *
           COPY DEVGCTRL.
      *
       01 WS-FS-REJEITADOS         PIC XX VALUE SPACES.
       01 WS-FS-AGING              PIC XX VALUE SPACES.
       01 WS-QTDE-HIST-HOST        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-CLIENTE-HOST     PIC 9(005) VALUE ZEROS.
       01 WS-PAR-RESOLVIDO         PIC X VALUE 'N'.
       01 WS-COD-MOTIVO-HOST       PIC X(003) VALUE SPACES.
       01 WS-DESC-MOTIVO-HOST      PIC X(018) VALUE SPACES.
       01 WS-GERENTE-HOST          PIC X(008) VALUE SPACES.
       01 WS-GERENTE-PADRAO        PIC X(008) VALUE SPACES.
      *
      * PENDENCIAS QUE VAO PARA O RELATORIO, GUARDADAS COM O GERENTE
      * DE CONTA DO CLIENTE - O DEV18AGE E LIDO EM ORDEM DE CODIGO,
      * ENTAO A IMPRESSAO SEPARADA POR GERENTE SO E FEITA NO FIM
      * (0400-IMPRIME-POR-GERENTE), A PARTIR DESTA TABELA.
       01 WS-TAB-PENDENTES.
           05 WS-QTD-PEND          PIC 9(005) COMP VALUE ZEROS.
           05 WS-PEND-ENTRADA      OCCURS 5000 TIMES.
               10 WS-PEND-GERENTE      PIC X(008).
               10 WS-PEND-CODIGOCLI    PIC 9(007).
               10 WS-PEND-OPERACAO     PIC X(001).
               10 WS-PEND-DATA-1O-REJ  PIC 9(008).
               10 WS-PEND-RAZAOSOCIAL  PIC X(040).
               10 WS-PEND-DIAS         PIC 9(007).
       01 WS-MAX-PEND              PIC 9(005) COMP VALUE 5000.
       01 WS-IND-PEND              PIC 9(005) COMP VALUE ZEROS.
       01 WS-QTD-FORA-TABELA       PIC 9(007) VALUE ZEROS.
      *
      * GERENTE DA SECAO CORRENTE DO RELATORIO - LOW-VALUES ANTES DA
      * PRIMEIRA SECAO, HIGH-VALUES NA SECAO FINAL DE TOTAIS.
       01 WS-GERENTE-SECAO         PIC X(8) VALUE LOW-VALUES.
       01 WS-QTDE-GERENTE          PIC 9(007) VALUE ZEROS.
       01 WS-FIM-GERENTES          PIC X VALUE 'N'.
      *
       01 WS-CONTROLE.
           05 WS-TOT-NOVOS         PIC 9(007) VALUE ZEROS.
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-ACRESCENTA-REJEITOS-DIA
           PERFORM 0300-REVISA-PENDENTES
           PERFORM 0400-IMPRIME-POR-GERENTE
      *
           IF WS-TOT-PENDENTE > 0
               PERFORM 0680-ABRE-SECAO-TOTAL
               PERFORM 7000-IMPRIME-TOTAIS
           END-IF
      *
           IF WS-TOT-PENDENTE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-FORA-TABELA > 0
               DISPLAY 'DEV18P10   *** PENDENCIAS FORA DO RELATORIO '
                   '(TABELA CHEIA): ' WS-QTD-FORA-TABELA ' ***'
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           CLOSE ARQ-REJEITADOS ARQ-AGING ARQ-RLAGREJ
           GOBACK.
                   WS-FS-RLAGREJ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    GERENTE PADRAO, PARA O CLIENTE SEM ATRIBUICAO PROPRIA NEM
      *    DA RAIZ - SEM PADRAO CADASTRADO, FICA EM BRANCO.
           EXEC SQL
               SELECT GERENTE_GER INTO :WS-GERENTE-PADRAO
                 FROM ALUNO06.CLIENTPJ_GER
                WHERE TIPO_GER = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-GERENTE-PADRAO
           END-IF.
      *
      * PASSA UMA VEZ PELA GERACAO DE HOJE DE DADOSREJ, ACRESCENTANDO
                   - WS-INT-1O-REJEITO
               ADD 1 TO WS-TOT-PENDENTE
               IF WS-DIAS-PENDENTE >= WS-DIAS-LIMITE
                   PERFORM 0330-GUARDA-PENDENTE
               END-IF
           END-IF.
      *
      *
      * GUARDA O PAR QUE VAI PARA O RELATORIO, COM O GERENTE DE CONTA
      * DO CLIENTE. TABELA CHEIA NAO INTERROMPE O ACOMPANHAMENTO - O
      * PAR SO FICA FORA DO RELATORIO, CONTADO E AVISADO NO FIM.
       0330-GUARDA-PENDENTE.
           IF WS-QTD-PEND NOT < WS-MAX-PEND
               ADD 1 TO WS-QTD-FORA-TABELA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0340-RESOLVE-GERENTE
           ADD 1 TO WS-QTD-PEND
           MOVE WS-GERENTE-HOST TO WS-PEND-GERENTE(WS-QTD-PEND)
           MOVE AGE-CODIGOCLI TO WS-PEND-CODIGOCLI(WS-QTD-PEND)
           MOVE AGE-OPERACAO TO WS-PEND-OPERACAO(WS-QTD-PEND)
           MOVE AGE-DATA-1O-REJEITO
               TO WS-PEND-DATA-1O-REJ(WS-QTD-PEND)
           MOVE AGE-RAZAOSOCIAL TO WS-PEND-RAZAOSOCIAL(WS-QTD-PEND)
           MOVE WS-DIAS-PENDENTE TO WS-PEND-DIAS(WS-QTD-PEND).
      *
      * GERENTE DO CLIENTE: O ATRIBUIDO AO CODIGO, SENAO O DA RAIZ DE
      * CNPJ DO CLIENTE, SENAO O PADRAO. UM CLIENTE QUE NAO ESTA EM
      * CLIENTPJ (INCLUSAO REJEITADA) SO TEM A ATRIBUICAO PELO CODIGO.
       0340-RESOLVE-GERENTE.
           EXEC SQL
               SELECT GERENTE_GER INTO :WS-GERENTE-HOST
                 FROM ALUNO06.CLIENTPJ_GER
                WHERE TIPO_GER = 'C'
                  AND CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT G.GERENTE_GER INTO :WS-GERENTE-HOST
                 FROM ALUNO06.CLIENTPJ_GER G,
                      ALUNO06.CLIENTPJ C
                WHERE C.CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND G.TIPO_GER = 'R'
                  AND G.NUMECNPJA_CLI = C.NUMECNPJA_CLI
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE WS-GERENTE-PADRAO TO WS-GERENTE-HOST
           END-IF.
      *
      * UMA SECAO POR GERENTE, EM ORDEM DE GERENTE - A CADA PASSADA
      * PROCURA O MENOR GERENTE ACIMA DO ULTIMO IMPRESSO E IMPRIME OS
      * PARES DELE NA ORDEM EM QUE FORAM LIDOS (CODIGO E OPERACAO).
       0400-IMPRIME-POR-GERENTE.
           MOVE 'N' TO WS-FIM-GERENTES
           PERFORM UNTIL WS-FIM-GERENTES = 'S'
               PERFORM 0410-PROXIMO-GERENTE
               IF WS-FIM-GERENTES NOT = 'S'
                   PERFORM 0600-ABRE-SECAO-GERENTE
                   MOVE 1 TO WS-IND-PEND
                   PERFORM UNTIL WS-IND-PEND > WS-QTD-PEND
                       IF WS-PEND-GERENTE(WS-IND-PEND)
                          = WS-GERENTE-SECAO
                           ADD 1 TO WS-QTDE-GERENTE
                           PERFORM 7100-IMPRIME-PENDENTE
                       END-IF
                       ADD 1 TO WS-IND-PEND
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
       0410-PROXIMO-GERENTE.
           MOVE 'S' TO WS-FIM-GERENTES
           MOVE 1 TO WS-IND-PEND
           PERFORM UNTIL WS-IND-PEND > WS-QTD-PEND
               IF WS-PEND-GERENTE(WS-IND-PEND) > WS-GERENTE-SECAO
                  AND (WS-FIM-GERENTES = 'S'
                   OR WS-PEND-GERENTE(WS-IND-PEND) < WS-GERENTE-HOST)
                   MOVE WS-PEND-GERENTE(WS-IND-PEND) TO WS-GERENTE-HOST
                   MOVE 'N' TO WS-FIM-GERENTES
               END-IF
               ADD 1 TO WS-IND-PEND
           END-PERFORM.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO REJ-CB1-DATA
           MOVE WS-REL-PAGINA TO REJ-CB1-PAG
           WRITE REG-RLAGREJ FROM REJ-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLAGREJ FROM GCT-CABEC AFTER ADVANCING 1 LINES
           WRITE REG-RLAGREJ FROM REJ-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * ABRE A SECAO DO GERENTE EM PAGINA NOVA, COM PAGINACAO PROPRIA,
      * FECHANDO A ANTERIOR COM O TOTAL DO GERENTE.
       0600-ABRE-SECAO-GERENTE.
           IF WS-GERENTE-SECAO NOT = LOW-VALUES
               PERFORM 0650-FECHA-SECAO-GERENTE
           END-IF
           MOVE WS-GERENTE-HOST TO WS-GERENTE-SECAO
           IF WS-GERENTE-SECAO = SPACES
               MOVE 'SEM GERENTE ATRIBUIDO' TO GCT-CB-GERENTE
           ELSE
               MOVE WS-GERENTE-SECAO TO GCT-CB-GERENTE
           END-IF
           MOVE ZEROS TO WS-QTDE-GERENTE
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO.
      *
       0650-FECHA-SECAO-GERENTE.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-GERENTE-SECAO TO GCT-SUB-GERENTE
           MOVE WS-QTDE-GERENTE TO GCT-SUB-QTDE
           WRITE REG-RLAGREJ FROM GCT-SUBTOTAL AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REL-LINHA.
      *
      * SECAO FINAL, COM OS TOTAIS DO RELATORIO INTEIRO.
       0680-ABRE-SECAO-TOTAL.
           IF WS-GERENTE-SECAO NOT = LOW-VALUES
               PERFORM 0650-FECHA-SECAO-GERENTE
           END-IF
           MOVE HIGH-VALUES TO WS-GERENTE-SECAO
           MOVE 'TOTAL GERAL' TO GCT-CB-GERENTE
           MOVE ZEROS TO WS-REL-PAGINA
           PERFORM 0500-IMPRIME-CABECALHO.
      *
       7100-IMPRIME-PENDENTE.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-PEND-DATA-1O-REJ(WS-IND-PEND) TO WS-1O-REJEITO-DATA
           STRING WS-1O-REJEITO-DD '/' WS-1O-REJEITO-MM '/'
                  WS-1O-REJEITO-AA
             INTO WS-1O-REJEITO-EDIT
           END-STRING
           MOVE WS-PEND-CODIGOCLI(WS-IND-PEND) TO REJ-LD1-CODIGOCLI
           MOVE WS-PEND-RAZAOSOCIAL(WS-IND-PEND) TO REJ-LD1-RAZSOCIAL
           MOVE WS-PEND-OPERACAO(WS-IND-PEND) TO REJ-LD1-OPERACAO
           MOVE WS-1O-REJEITO-EDIT TO REJ-LD1-DATA1REJ
           MOVE WS-PEND-DIAS(WS-IND-PEND) TO REJ-LD1-DIASPEND
           MOVE WS-PEND-CODIGOCLI(WS-IND-PEND) TO WS-CODIGOCLI-HOST
           MOVE WS-PEND-OPERACAO(WS-IND-PEND) TO WS-TIPOOPER-HOST
           PERFORM 7150-BUSCA-MOTIVO
           MOVE WS-COD-MOTIVO-HOST TO REJ-LD1-CODMOTIVO
           MOVE WS-DESC-MOTIVO-HOST TO REJ-LD1-DESCMOTIVO
           WRITE REG-RLAGREJ FROM REJ-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
      * MOTIVO DA REJEICAO MAIS RECENTE DO PAR CODIGOCLI+OPERACAO,
      * GRAVADO PELO DEV06P10 EM ALUNO06.CLIENTPJ_REJ. REJEITO
      * ANTERIOR A ESSE REGISTRO (SEM LINHA NA TABELA) SAI SEM MOTIVO.
       7150-BUSCA-MOTIVO.
           EXEC SQL
               SELECT COD_MOTIVO_REJ, DESC_MOTIVO_REJ
                 INTO :WS-COD-MOTIVO-HOST, :WS-DESC-MOTIVO-HOST
                 FROM ALUNO06.CLIENTPJ_REJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND TIPO_OPER_REJ = :WS-TIPOOPER-HOST
                ORDER BY DATA_REJ DESC, HORA_REJ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '---' TO WS-COD-MOTIVO-HOST
               MOVE 'NAO REGISTRADO' TO WS-DESC-MOTIVO-HOST
           END-IF.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-PENDENTE TO REJ-TOT-PENDENTE
           WRITE REG-RLAGREJ FROM REJ-TOTAIS AFTER ADVANCING 2 LINES
           IF WS-QTD-FORA-TABELA > 0
               MOVE 'PENDENCIAS FORA DO RELATORIO - VER SYSOUT'
                   TO REJ-LD2-MENSAGEM
               WRITE REG-RLAGREJ FROM REJ-LINDET2
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
