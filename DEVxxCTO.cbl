       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV58P10.
      *
      *----------------------------------------------------------------*
      * MANUTENCAO DO CADASTRO DE CONTATOS DOS CLIENTES                *
      * (ALUNO06.CLIENTPJ_CONT). CLIENTPJ SO TEM O EMAIL_CLI - O       *
      * GERENTE DE CONTA PRECISAVA CACAR TELEFONE E ENDERECO A CADA    *
      * CLIENTE SEM EMAIL. CADA CODIGO_CLI PODE TER VARIOS CONTATOS    *
      * (SEQ_CONT), CADA UM COM NOME, CARGO, TELEFONE E ENDERECO       *
      * POSTAL (LOGRADOURO, CEP, CIDADE, UF). LE UM ARQUIVO DE         *
      * MOVIMENTOS (DEV58MOV - INCLUSAO/ALTERACAO/EXCLUSAO DE UM       *
      * CONTATO), CRITICA CADA MOVIMENTO E APLICA NA TABELA, GRAVANDO  *
      * AS IMAGENS ANTES/DEPOIS EM ALUNO06.CLIENTPJ_CONT_HIST NO MESMO *
      * PADRAO DE CLIENTPJ_HIST ('A' ANTES, 'D' DEPOIS). CADA          *
      * MOVIMENTO APLICADO E UMA UNIDADE DE TRABALHO PROPRIA (COMMIT); *
      * UMA FALHA DE BANCO DESFAZ SO O MOVIMENTO CORRENTE. O RELATORIO *
      * RLCONTAT LISTA CADA MOVIMENTO COM A SITUACAO (APLICADO OU O    *
      * MOTIVO DA RECUSA). OS CONTATOS SAEM NA CONSULTA DEV22P10 E     *
      * SAO O CANAL ALTERNATIVO DO FEED DE NOTIFICACAO DEV36P10 PARA O *
      * CLIENTE SEM EMAIL.                                             *
      * RC 0 = TUDO APLICADO  RC 4 = ARQUIVO VAZIO                     *
      * RC 8 = MOVIMENTO(S) RECUSADO(S) OU ERRO DE ABERTURA            *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLICONT END-EXEC.
      *
       EXEC SQL INCLUDE CLICONTH END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'DEV58MOV'
               FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT ARQ-RLCONTAT ASSIGN TO 'RLCONTAT'
               FILE STATUS IS WS-FS-RLCONTAT.
      *
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * MOVIMENTOS DE CONTATO - 'I' INCLUI UM CONTATO NOVO NA
      * SEQUENCIA INFORMADA, 'A' SUBSTITUI TODOS OS DADOS DE UM
      * CONTATO JA CADASTRADO, 'E' EXCLUI O CONTATO. O TELEFONE VEM
      * SO COM DIGITOS (DDD + NUMERO), ALINHADO A ESQUERDA. NA
      * EXCLUSAO SO CODIGO E SEQUENCIA SAO CONSIDERADOS.
       FD ARQ-MOVIMENTOS
           RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-MOVIMENTOS.
           05 MOV-OPERACAO             PIC X(001).
               88 MOV-INCLUSAO                     VALUE 'I'.
               88 MOV-ALTERACAO                    VALUE 'A'.
               88 MOV-EXCLUSAO                     VALUE 'E'.
           05 MOV-CODIGOCLI            PIC 9(007).
           05 MOV-SEQ-CONT             PIC 9(003).
           05 MOV-NOME                 PIC X(040).
           05 MOV-CARGO                PIC X(020).
           05 MOV-TELEFONE             PIC X(015).
           05 MOV-LOGRADOURO           PIC X(060).
           05 MOV-CEP                  PIC X(008).
           05 MOV-CIDADE               PIC X(030).
           05 MOV-UF                   PIC X(002).
           05 FILLER                   PIC X(014).
      *
       FD ARQ-RLCONTAT
           RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01 REG-RLCONTAT             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY DEVCTORL.
      *
       01 WS-FS-MOVIMENTOS         PIC XX VALUE SPACES.
       01 WS-FS-RLCONTAT           PIC XX VALUE SPACES.
       01 WS-FIM-MOVIMENTOS        PIC X VALUE 'N'.
      *
       01 WS-CONTATO-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-SEQ-CONT-HOST         PIC 9(3).
           05 WS-NOME-HOST             PIC X(40).
           05 WS-CARGO-HOST            PIC X(20).
           05 WS-TELEFONE-HOST         PIC X(15).
           05 WS-LOGRADOURO-HOST       PIC X(60).
           05 WS-CEP-HOST              PIC X(8).
           05 WS-CIDADE-HOST           PIC X(30).
           05 WS-UF-HOST               PIC X(2).
      *
      * IMAGEM DO CONTATO COMO ESTAVA ANTES DO MOVIMENTO - VAI PARA A
      * IMAGEM 'A' DO HISTORICO NA ALTERACAO E NA EXCLUSAO.
       01 WS-ANTES-HOST.
           05 WS-ANT-NOME-HOST         PIC X(40).
           05 WS-ANT-CARGO-HOST        PIC X(20).
           05 WS-ANT-TELEFONE-HOST     PIC X(15).
           05 WS-ANT-LOGRADOURO-HOST   PIC X(60).
           05 WS-ANT-CEP-HOST          PIC X(8).
           05 WS-ANT-CIDADE-HOST       PIC X(30).
           05 WS-ANT-UF-HOST           PIC X(2).
      *
       01 WS-TIPO-IMAGEM-HIST      PIC X(1).
       01 WS-DATA-PROCESSAMENTO-HOST PIC 9(8) VALUE ZEROS.
       01 WS-DTINATIVA-HOST        PIC 9(8) VALUE ZEROS.
      *
       01 WS-TEM-CLIENTE           PIC X VALUE 'N'.
           88 CLIENTE-CADASTRADO              VALUE 'S'.
       01 WS-CLIENTE-ATIVO         PIC X VALUE 'N'.
           88 CLIENTE-ATIVO                   VALUE 'S'.
       01 WS-TEM-CONTATO           PIC X VALUE 'N'.
           88 CONTATO-CADASTRADO              VALUE 'S'.
       01 WS-ERRO-BANCO            PIC X VALUE 'N'.
           88 HOUVE-ERRO-BANCO                VALUE 'S'.
       01 WS-MOTIVO-ERRO           PIC X(030) VALUE SPACES.
       01 WS-SYSOUT-OPERACAO       PIC X(008) VALUE SPACES.
      *
      * CRITICA DO TELEFONE - QUANTIDADE DE POSICOES ANTES DO PRIMEIRO
      * BRANCO. PRECISA SER SO DIGITOS, COM DDD (10 OU MAIS), E NADA
      * DEPOIS DO PRIMEIRO BRANCO.
       01 WS-TAM-TELEFONE          PIC 9(002) VALUE ZEROS.
      *
      * UNIDADES DA FEDERACAO VALIDAS PARA O ENDERECO POSTAL
       01 WS-LISTA-UF.
           05 FILLER PIC X(018) VALUE 'ACALAMAPBACEDFESGO'.
           05 FILLER PIC X(018) VALUE 'MAMTMSMGPAPBPRPEPI'.
           05 FILLER PIC X(018) VALUE 'RJRNRSRORRSCSPSETO'.
       01 WS-TAB-UF                REDEFINES WS-LISTA-UF.
           05 WS-TAB-UF-SIGLA          PIC X(002)
                                       OCCURS 27 TIMES
                                       INDEXED BY IDX-UF.
      *
       01 WS-CONTROLE.
           05 WS-TOT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 WS-TOT-APLICADOS     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-REJEITADOS    PIC 9(007) VALUE ZEROS.
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
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
             INTO WS-REL-DATA-EDIT
           END-STRING
      *
           DISPLAY 'DEV58P10   INICIO DO PROCESSAMENTO'
      *
           OPEN INPUT ARQ-MOVIMENTOS
           IF WS-FS-MOVIMENTOS NOT = '00'
               DISPLAY 'DEV58P10   ERRO AO ABRIR DEV58MOV - STATUS: '
                   WS-FS-MOVIMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN OUTPUT ARQ-RLCONTAT
           IF WS-FS-RLCONTAT NOT = '00'
               DISPLAY 'DEV58P10   ERRO AO ABRIR RLCONTAT - STATUS: '
                   WS-FS-RLCONTAT
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-MOVIMENTOS
               GOBACK
           END-IF
      *
           PERFORM 0500-IMPRIME-CABECALHO
      *
           PERFORM 0150-LE-MOVIMENTO
           PERFORM UNTIL WS-FIM-MOVIMENTOS = 'S'
               ADD 1 TO WS-TOT-LIDOS
               PERFORM 1000-TRATA-MOVIMENTO
               PERFORM 0150-LE-MOVIMENTO
           END-PERFORM
      *
           PERFORM 7000-IMPRIME-TOTAIS
      *
           DISPLAY 'DEV58P10   MOVIMENTOS LIDOS...............: '
               WS-TOT-LIDOS
           DISPLAY 'DEV58P10   MOVIMENTOS APLICADOS...........: '
               WS-TOT-APLICADOS
           DISPLAY 'DEV58P10   MOVIMENTOS REJEITADOS..........: '
               WS-TOT-REJEITADOS
           DISPLAY 'DEV58P10   PROCESSAMENTO ENCERRADO'
      *
           IF WS-TOT-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-LIDOS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           CLOSE ARQ-MOVIMENTOS ARQ-RLCONTAT
           GOBACK.
      *
       0150-LE-MOVIMENTO.
           READ ARQ-MOVIMENTOS
               AT END MOVE 'S' TO WS-FIM-MOVIMENTOS
           END-READ.
      *
       1000-TRATA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-ERRO
           MOVE 'N' TO WS-TEM-CLIENTE
           MOVE 'N' TO WS-CLIENTE-ATIVO
           MOVE 'N' TO WS-TEM-CONTATO
           MOVE 'N' TO WS-ERRO-BANCO
           INITIALIZE WS-ANTES-HOST
      *
           EVALUATE TRUE
               WHEN NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                    AND NOT MOV-EXCLUSAO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-CODIGOCLI IS NOT NUMERIC
                   MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-CODIGOCLI = 0
                   MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-ERRO
               WHEN MOV-SEQ-CONT IS NOT NUMERIC
                   MOVE 'SEQUENCIA INVALIDA' TO WS-MOTIVO-ERRO
               WHEN MOV-SEQ-CONT = 0
                   MOVE 'SEQUENCIA INVALIDA' TO WS-MOTIVO-ERRO
           END-EVALUATE
      *
           IF WS-MOTIVO-ERRO = SPACES
               MOVE MOV-CODIGOCLI TO WS-CODIGOCLI-HOST
               MOVE MOV-SEQ-CONT  TO WS-SEQ-CONT-HOST
               PERFORM 0300-CONSULTA-CLIENTE
               PERFORM 0350-CONSULTA-CONTATO
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES
               EVALUATE TRUE
                   WHEN HOUVE-ERRO-BANCO
                       MOVE 'ERRO NA CONSULTA' TO WS-MOTIVO-ERRO
                   WHEN NOT CLIENTE-CADASTRADO
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO-ERRO
      *            CONTATO NOVO OU ALTERADO SO PARA CLIENTE ATIVO - A
      *            EXCLUSAO VALE TAMBEM PARA O INATIVO (LIMPEZA).
                   WHEN NOT CLIENTE-ATIVO AND NOT MOV-EXCLUSAO
                       MOVE 'CLIENTE INATIVO' TO WS-MOTIVO-ERRO
                   WHEN MOV-INCLUSAO AND CONTATO-CADASTRADO
                       MOVE 'CONTATO JA CADASTRADO' TO WS-MOTIVO-ERRO
                   WHEN NOT MOV-INCLUSAO AND NOT CONTATO-CADASTRADO
                       MOVE 'CONTATO NAO CADASTRADO' TO WS-MOTIVO-ERRO
               END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-ERRO = SPACES
              AND (MOV-INCLUSAO OR MOV-ALTERACAO)
               PERFORM 0400-CRITICA-DADOS
           END-IF
      *
           IF WS-MOTIVO-ERRO NOT = SPACES
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE MOV-NOME       TO WS-NOME-HOST
           MOVE MOV-CARGO      TO WS-CARGO-HOST
           MOVE MOV-TELEFONE   TO WS-TELEFONE-HOST
           MOVE MOV-LOGRADOURO TO WS-LOGRADOURO-HOST
           MOVE MOV-CEP        TO WS-CEP-HOST
           MOVE MOV-CIDADE     TO WS-CIDADE-HOST
           MOVE MOV-UF         TO WS-UF-HOST
      *
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM 2000-INCLUI-CONTATO
               WHEN MOV-ALTERACAO
                   PERFORM 3000-ALTERA-CONTATO
               WHEN MOV-EXCLUSAO
                   PERFORM 4000-EXCLUI-CONTATO
           END-EVALUATE
      *
           IF HOUVE-ERRO-BANCO
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM 7200-IMPRIME-REJEITADO
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-TOT-APLICADOS
               PERFORM 7100-IMPRIME-APLICADO
           END-IF.
      *
      * O CLIENTE PRECISA EXISTIR EM CLIENTPJ. DTINATIVA_CLI E NULA
      * PARA O CLIENTE ATIVO - LIDA A PARTE, SO PARA O INATIVO (MESMA
      * TECNICA DE 1050-CONSULTA-DTINATIVA NO DEV22P10).
       0300-CONSULTA-CLIENTE.
           EXEC SQL
               SELECT CODIGO_CLI INTO :WS-CODIGOCLI-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-CLIENTE
               WHEN 100
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'SEL CLI ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
                   EXIT PARAGRAPH
           END-EVALUATE
      *
           EXEC SQL
               SELECT DTINATIVA_CLI INTO :WS-DTINATIVA-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DTINATIVA_CLI IS NOT NULL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'S' TO WS-CLIENTE-ATIVO
               WHEN OTHER
                   MOVE 'SEL CLI ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
      * LE O CONTATO JA CADASTRADO NA SEQUENCIA DO MOVIMENTO - A LINHA
      * ATUAL E A IMAGEM 'A' DA ALTERACAO/EXCLUSAO.
       0350-CONSULTA-CONTATO.
           EXEC SQL
               SELECT NOME_CONT, CARGO_CONT, TELEFONE_CONT,
                      LOGRADOURO_CONT, CEP_CONT, CIDADE_CONT, UF_CONT
                 INTO :WS-ANT-NOME-HOST, :WS-ANT-CARGO-HOST,
                      :WS-ANT-TELEFONE-HOST, :WS-ANT-LOGRADOURO-HOST,
                      :WS-ANT-CEP-HOST, :WS-ANT-CIDADE-HOST,
                      :WS-ANT-UF-HOST
                 FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_CONT = :WS-SEQ-CONT-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-TEM-CONTATO
               WHEN 100
                   INITIALIZE WS-ANTES-HOST
               WHEN OTHER
                   MOVE 'SEL CONT' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
           END-EVALUATE.
      *
      * CRITICA DOS DADOS DE UM CONTATO NOVO OU ALTERADO - O CONTATO
      * PRECISA TER NOME E AO MENOS UM MEIO DE ALCANCE (TELEFONE OU
      * ENDERECO POSTAL). ENDERECO INFORMADO PELA METADE NAO SERVE
      * PARA CORRESPONDENCIA E E RECUSADO.
       0400-CRITICA-DADOS.
           IF MOV-NOME = SPACES
               MOVE 'NOME EM BRANCO' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF MOV-TELEFONE = SPACES
              AND MOV-LOGRADOURO = SPACES AND MOV-CEP = SPACES
              AND MOV-CIDADE = SPACES AND MOV-UF = SPACES
               MOVE 'SEM TELEFONE E SEM ENDERECO' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF MOV-TELEFONE NOT = SPACES
               MOVE ZEROS TO WS-TAM-TELEFONE
               INSPECT MOV-TELEFONE TALLYING WS-TAM-TELEFONE
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TAM-TELEFONE < 10
                   MOVE 'TELEFONE INVALIDO' TO WS-MOTIVO-ERRO
                   EXIT PARAGRAPH
               END-IF
               IF MOV-TELEFONE(1:WS-TAM-TELEFONE) IS NOT NUMERIC
                   MOVE 'TELEFONE INVALIDO' TO WS-MOTIVO-ERRO
                   EXIT PARAGRAPH
               END-IF
               IF WS-TAM-TELEFONE < 15
                   IF MOV-TELEFONE(WS-TAM-TELEFONE + 1:) NOT = SPACES
                       MOVE 'TELEFONE INVALIDO' TO WS-MOTIVO-ERRO
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
      *
           IF MOV-LOGRADOURO = SPACES AND MOV-CEP = SPACES
              AND MOV-CIDADE = SPACES AND MOV-UF = SPACES
               EXIT PARAGRAPH
           END-IF
      *
           IF MOV-LOGRADOURO = SPACES OR MOV-CEP = SPACES
              OR MOV-CIDADE = SPACES OR MOV-UF = SPACES
               MOVE 'ENDERECO INCOMPLETO' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF MOV-CEP IS NOT NUMERIC OR MOV-CEP = '00000000'
               MOVE 'CEP INVALIDO' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           SET IDX-UF TO 1
           SEARCH WS-TAB-UF-SIGLA
               AT END
                   MOVE 'UF INVALIDA' TO WS-MOTIVO-ERRO
               WHEN WS-TAB-UF-SIGLA(IDX-UF) = MOV-UF
                   CONTINUE
           END-SEARCH.
      *
       2000-INCLUI-CONTATO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_CONT (
                   CODIGO_CLI, SEQ_CONT, NOME_CONT, CARGO_CONT,
                   TELEFONE_CONT, LOGRADOURO_CONT, CEP_CONT,
                   CIDADE_CONT, UF_CONT, DTATLZ_CONT
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-SEQ-CONT-HOST,
                   :WS-NOME-HOST, :WS-CARGO-HOST,
                   :WS-TELEFONE-HOST, :WS-LOGRADOURO-HOST,
                   :WS-CEP-HOST, :WS-CIDADE-HOST, :WS-UF-HOST,
                   :WS-DATA-PROCESSAMENTO-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'INSERT  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO INSERT' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'D' TO WS-TIPO-IMAGEM-HIST
           PERFORM 0760-GRAVA-HIST-NOVO
           MOVE 'INCLUIDO' TO WS-MOTIVO-ERRO.
      *
       3000-ALTERA-CONTATO.
           MOVE 'A' TO WS-TIPO-IMAGEM-HIST
           PERFORM 0750-GRAVA-HIST-ANTERIOR
           IF HOUVE-ERRO-BANCO
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_CONT
                  SET NOME_CONT       = :WS-NOME-HOST,
                      CARGO_CONT      = :WS-CARGO-HOST,
                      TELEFONE_CONT   = :WS-TELEFONE-HOST,
                      LOGRADOURO_CONT = :WS-LOGRADOURO-HOST,
                      CEP_CONT        = :WS-CEP-HOST,
                      CIDADE_CONT     = :WS-CIDADE-HOST,
                      UF_CONT         = :WS-UF-HOST,
                      DTATLZ_CONT     = :WS-DATA-PROCESSAMENTO-HOST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_CONT = :WS-SEQ-CONT-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'UPDATE  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO UPDATE' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'D' TO WS-TIPO-IMAGEM-HIST
           PERFORM 0760-GRAVA-HIST-NOVO
           MOVE 'ALTERADO' TO WS-MOTIVO-ERRO.
      *
       4000-EXCLUI-CONTATO.
           MOVE 'A' TO WS-TIPO-IMAGEM-HIST
           PERFORM 0750-GRAVA-HIST-ANTERIOR
           IF HOUVE-ERRO-BANCO
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               DELETE FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND SEQ_CONT = :WS-SEQ-CONT-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'DELETE  ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO DELETE' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE 'EXCLUIDO' TO WS-MOTIVO-ERRO.
      *
      * IMAGEM 'A' (ANTES) - O CONTATO COMO ESTAVA, LIDO EM
      * 0350-CONSULTA-CONTATO.
       0750-GRAVA-HIST-ANTERIOR.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_CONT_HIST (
                   CODIGO_CLI, SEQ_CONT, TIPO_OPER_HIST,
                   TIPO_IMAGEM_HIST, DATA_HIST, NOME_CONT, CARGO_CONT,
                   TELEFONE_CONT, LOGRADOURO_CONT, CEP_CONT,
                   CIDADE_CONT, UF_CONT
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-SEQ-CONT-HOST,
                   :MOV-OPERACAO, :WS-TIPO-IMAGEM-HIST,
                   :WS-DATA-PROCESSAMENTO-HOST,
                   :WS-ANT-NOME-HOST, :WS-ANT-CARGO-HOST,
                   :WS-ANT-TELEFONE-HOST, :WS-ANT-LOGRADOURO-HOST,
                   :WS-ANT-CEP-HOST, :WS-ANT-CIDADE-HOST,
                   :WS-ANT-UF-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'INS HIST' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO HISTORICO' TO WS-MOTIVO-ERRO
           END-IF.
      *
      * IMAGEM 'D' (DEPOIS) - O CONTATO COMO FICOU.
       0760-GRAVA-HIST-NOVO.
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_CONT_HIST (
                   CODIGO_CLI, SEQ_CONT, TIPO_OPER_HIST,
                   TIPO_IMAGEM_HIST, DATA_HIST, NOME_CONT, CARGO_CONT,
                   TELEFONE_CONT, LOGRADOURO_CONT, CEP_CONT,
                   CIDADE_CONT, UF_CONT
               ) VALUES (
                   :WS-CODIGOCLI-HOST, :WS-SEQ-CONT-HOST,
                   :MOV-OPERACAO, :WS-TIPO-IMAGEM-HIST,
                   :WS-DATA-PROCESSAMENTO-HOST,
                   :WS-NOME-HOST, :WS-CARGO-HOST,
                   :WS-TELEFONE-HOST, :WS-LOGRADOURO-HOST,
                   :WS-CEP-HOST, :WS-CIDADE-HOST, :WS-UF-HOST )
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'INS HIST' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               MOVE 'ERRO HISTORICO' TO WS-MOTIVO-ERRO
           END-IF.
      *
       0700-SYSOUT-ERRO-SQL.
           MOVE 'S' TO WS-ERRO-BANCO
           DISPLAY 'DEV58P10   ERRO SQL EM ' WS-SYSOUT-OPERACAO
               ' - CODIGO: ' WS-CODIGOCLI-HOST
               ' SEQ: ' WS-SEQ-CONT-HOST ' SQLCODE: ' SQLCODE.
      *
       0500-IMPRIME-CABECALHO.
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-REL-DATA-EDIT TO CTO-CB1-DATA
           MOVE WS-REL-PAGINA TO CTO-CB1-PAG
           WRITE REG-RLCONTAT FROM CTO-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLCONTAT FROM CTO-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
       7100-IMPRIME-APLICADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-MONTA-LINHA
           MOVE WS-MOTIVO-ERRO TO CTO-LD1-SITUACAO
           WRITE REG-RLCONTAT FROM CTO-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7200-IMPRIME-REJEITADO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-MONTA-LINHA
           MOVE SPACES TO CTO-LD1-SITUACAO
           STRING 'REJEITADO - ' DELIMITED BY SIZE
                  WS-MOTIVO-ERRO DELIMITED BY SIZE
             INTO CTO-LD1-SITUACAO
           END-STRING
           WRITE REG-RLCONTAT FROM CTO-LINDET1 AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REL-LINHA.
      *
       7050-MONTA-LINHA.
           MOVE MOV-OPERACAO TO CTO-LD1-OPERACAO
           IF MOV-CODIGOCLI IS NUMERIC
               MOVE MOV-CODIGOCLI TO CTO-LD1-CODIGOCLI
           ELSE
               MOVE ZEROS TO CTO-LD1-CODIGOCLI
           END-IF
           IF MOV-SEQ-CONT IS NUMERIC
               MOVE MOV-SEQ-CONT TO CTO-LD1-SEQ-CONT
           ELSE
               MOVE ZEROS TO CTO-LD1-SEQ-CONT
           END-IF
           IF MOV-EXCLUSAO
               MOVE WS-ANT-NOME-HOST     TO CTO-LD1-NOME
               MOVE WS-ANT-TELEFONE-HOST TO CTO-LD1-TELEFONE
               MOVE WS-ANT-CEP-HOST      TO CTO-LD1-CEP
               MOVE WS-ANT-UF-HOST       TO CTO-LD1-UF
           ELSE
               MOVE MOV-NOME     TO CTO-LD1-NOME
               MOVE MOV-TELEFONE TO CTO-LD1-TELEFONE
               MOVE MOV-CEP      TO CTO-LD1-CEP
               MOVE MOV-UF       TO CTO-LD1-UF
           END-IF.
      *
       7000-IMPRIME-TOTAIS.
           IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           MOVE WS-TOT-APLICADOS TO CTO-TOT-APLICADOS
           MOVE WS-TOT-REJEITADOS TO CTO-TOT-REJEITADOS
           WRITE REG-RLCONTAT FROM CTO-TOTAIS AFTER ADVANCING 2 LINES.
