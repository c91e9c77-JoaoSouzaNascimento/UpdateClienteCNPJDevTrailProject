      * TRECHO, EM VEZ DE TRAZER O DETALHE COMPLETO DE UM SO CLIENTE.  *
      * JUNTO COM O DETALHE DO CLIENTE SAEM TAMBEM AS DEMAIS FILIAIS   *
      * (OUTROS CODIGO_CLI) DA MESMA RAIZ DE CNPJ, CADA UMA COM SUA    *
      * SITUACAO ATIVO/INATIVO, E OS CONTATOS CADASTRADOS DO CLIENTE   *
      * (ALUNO06.CLIENTPJ_CONT - NOME, CARGO, TELEFONE E ENDERECO).    *
      * O DETALHE TRAZ AINDA O RATING DE RISCO EM VIGOR (DEV61P10).    *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLIHARC END-EXEC.
      *
       EXEC SQL INCLUDE CLICONT END-EXEC.
      *
       EXEC SQL INCLUDE CLIRISCO END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
           05 WS-HIST-DATA-HOST        PIC 9(8).
           05 WS-HIST-RAZSOCIAL-HOST   PIC X(40).
           05 WS-HIST-SALDO-HOST       PIC S9(11)V99.
           05 WS-HIST-PROGRAMA-HOST    PIC X(8).
           05 WS-HIST-USUARIO-HOST     PIC X(8).
           05 WS-HIST-ORIGEMGER-HOST   PIC X(8).
           05 WS-HIST-DATAGER-HOST     PIC X(8).
           05 WS-HIST-SEQGER-HOST      PIC X(3).
           05 WS-HIST-SEQAPROV-HOST    PIC S9(7) COMP-3.
      *
       01 WS-NOME-HOST.
           05 WS-NOME-CODIGOCLI-HOST   PIC 9(7).
           05 WS-IRMA-RAZAOSOCIAL-HOST PIC X(40).
           05 WS-IRMA-FILIALA-HOST     PIC X(4).
           05 WS-IRMA-DTINATIVA-HOST   PIC 9(8).
      *
       01 WS-CONTATO-HOST.
           05 WS-CONT-SEQ-HOST         PIC 9(3).
           05 WS-CONT-NOME-HOST        PIC X(40).
           05 WS-CONT-CARGO-HOST       PIC X(20).
           05 WS-CONT-TELEFONE-HOST    PIC X(15).
           05 WS-CONT-LOGRADOURO-HOST  PIC X(60).
           05 WS-CONT-CEP-HOST         PIC X(8).
           05 WS-CONT-CIDADE-HOST      PIC X(30).
           05 WS-CONT-UF-HOST          PIC X(2).
      *
      * IMAGEM AS-OF RECONSTRUIDA DO HISTORICO (CONSULTA POR DATA).
       01 WS-POSICAO-HOST.
           05 WS-POS-DTATLZ-HOST       PIC 9(8).
           05 WS-POS-DTINATIVA-HOST    PIC 9(8).
       01 WS-POS-DATA-HOST         PIC 9(8) VALUE ZEROS.
      *
      * RATING DE RISCO EM VIGOR (ULTIMA LINHA DE CLIENTPJ_RISCO).
       01 WS-RISCO-HOST.
           05 WS-RISCO-RATING-HOST     PIC X(1).
           05 WS-RISCO-DTRATING-HOST   PIC 9(8).
           05 WS-RISCO-PONTOS-HOST     PIC S9(5) COMP-3.
      *
       01 WS-FS-RLCONSCLI          PIC XX VALUE SPACES.
       01 WS-FS-LOG-ACESSO         PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR-HIST       PIC X VALUE 'N'.
       01 WS-FIM-CURSOR-NOME       PIC X VALUE 'N'.
       01 WS-FIM-CURSOR-IRMA       PIC X VALUE 'N'.
       01 WS-FIM-CURSOR-CONT       PIC X VALUE 'N'.
       01 WS-QTDE-ENCONTRADOS      PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-IRMAS            PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-CONTATOS         PIC 9(005) VALUE ZEROS.
      *
      * PARAMETRO LIDO DO SYSIN - INFORME O CODIGO_CLI OU, QUANDO ELE
      * NAO FOR CONHECIDO, O PAR CNPJ/FILIAL DO CLIENTE A CONSULTAR -
       0000-INICIO.
           EXEC SQL DECLARE C-HIST CURSOR FOR
               SELECT SEQ_HIST, TIPO_OPER_HIST, TIPO_IMAGEM_HIST,
                      DATA_HIST, RAZSOCIAL_CLI, SALDO_CLI,
                      PROGRAMA_HIST, USUARIO_HIST, ORIGEM_GER_HIST,
                      DATA_GER_HIST, SEQ_GER_HIST, SEQ_APROV_HIST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                ORDER BY SEQ_HIST
                  AND CODIGO_CLI <> :WS-CODIGOCLI-HOST
                ORDER BY FILIALCNPJA_CLI, CODIGO_CLI
           END-EXEC.
      *
      * CONTATOS DO CLIENTE ENCONTRADO, NA ORDEM DE CADASTRO.
           EXEC SQL DECLARE C-CONTATOS CURSOR FOR
               SELECT SEQ_CONT, NOME_CONT, CARGO_CONT, TELEFONE_CONT,
                      LOGRADOURO_CONT, CEP_CONT, CIDADE_CONT, UF_CONT
                 FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                ORDER BY SEQ_CONT
           END-EXEC.
      *
           EXEC SQL DECLARE C-NOME CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
               MOVE ZEROS TO WS-DTINATIVA-HOST
           END-IF.
      *
      * RATING DE RISCO MAIS RECENTE CALCULADO PELO DEV61P10 - CLIENTE
      * AINDA NAO AVALIADO (NOVO OU INATIVO) SAI COMO NAO CALCULADO.
       1060-CONSULTA-RATING.
           EXEC SQL
               SELECT RATING_RISCO, DT_RATING, PONTOS_RISCO
                 INTO :WS-RISCO-RATING-HOST, :WS-RISCO-DTRATING-HOST,
                      :WS-RISCO-PONTOS-HOST
                 FROM ALUNO06.CLIENTPJ_RISCO
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DT_RATING =
                      (SELECT MAX(DT_RATING)
                         FROM ALUNO06.CLIENTPJ_RISCO
                        WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-RISCO-RATING-HOST
               MOVE ZEROS TO WS-RISCO-DTRATING-HOST
               MOVE ZEROS TO WS-RISCO-PONTOS-HOST
           END-IF.
      *
      * LISTA TODAS AS LINHAS DE ALUNO06.CLIENTPJ_HIST DO CLIENTE
      * ENCONTRADO, EM ORDEM CRONOLOGICA (SEQ_HIST), PARA A CENTRAL DE
      * ATENDIMENTO ACOMPANHAR TODA A TRILHA DE ALTERACOES SEM PRECISAR
               FETCH C-HIST
                 INTO :WS-HIST-SEQ-HOST, :WS-HIST-OPER-HOST,
                      :WS-HIST-IMAGEM-HOST, :WS-HIST-DATA-HOST,
                      :WS-HIST-RAZSOCIAL-HOST, :WS-HIST-SALDO-HOST,
                      :WS-HIST-PROGRAMA-HOST, :WS-HIST-USUARIO-HOST,
                      :WS-HIST-ORIGEMGER-HOST, :WS-HIST-DATAGER-HOST,
                      :WS-HIST-SEQGER-HOST, :WS-HIST-SEQAPROV-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR-HIST
           END-IF
           WRITE REG-RLCONSCLI FROM INQ-LINDET9 AFTER ADVANCING 1 LINES.
      *
      * CONTATOS DO CLIENTE - QUEM PROCURAR, EM QUE TELEFONE E EM QUE
      * ENDERECO, PARA O ATENDENTE NAO PRECISAR CACAR ESSES DADOS
      * FORA DO SISTEMA. DUAS LINHAS POR CONTATO.
       1700-LISTA-CONTATOS.
           WRITE REG-RLCONSCLI FROM INQ-CABEC7 AFTER ADVANCING 2 LINES
      *
           MOVE ZEROS TO WS-QTDE-CONTATOS
           MOVE 'N' TO WS-FIM-CURSOR-CONT
           EXEC SQL OPEN C-CONTATOS END-EXEC
      *
           PERFORM 1750-FETCH-CONTATO
           PERFORM UNTIL WS-FIM-CURSOR-CONT = 'S'
               ADD 1 TO WS-QTDE-CONTATOS
               PERFORM 7400-IMPRIME-CONTATO
               PERFORM 1750-FETCH-CONTATO
           END-PERFORM
      *
           EXEC SQL CLOSE C-CONTATOS END-EXEC
      *
           IF WS-QTDE-CONTATOS = 0
               MOVE 'NENHUM CONTATO CADASTRADO PARA ESTE CLIENTE'
                   TO INQ-LD6-MENSAGEM
               WRITE REG-RLCONSCLI FROM INQ-LINDET6
                   AFTER ADVANCING 1 LINES
           END-IF.
      *
       1750-FETCH-CONTATO.
           EXEC SQL
               FETCH C-CONTATOS
                 INTO :WS-CONT-SEQ-HOST, :WS-CONT-NOME-HOST,
                      :WS-CONT-CARGO-HOST, :WS-CONT-TELEFONE-HOST,
                      :WS-CONT-LOGRADOURO-HOST, :WS-CONT-CEP-HOST,
                      :WS-CONT-CIDADE-HOST, :WS-CONT-UF-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR-CONT
           END-IF.
      *
       7400-IMPRIME-CONTATO.
           MOVE WS-CONT-SEQ-HOST TO INQ-LD10-SEQ
           MOVE WS-CONT-NOME-HOST TO INQ-LD10-NOME
           MOVE WS-CONT-CARGO-HOST TO INQ-LD10-CARGO
           MOVE WS-CONT-TELEFONE-HOST TO INQ-LD10-TELEFONE
           WRITE REG-RLCONSCLI FROM INQ-LINDET10
               AFTER ADVANCING 1 LINES
           MOVE WS-CONT-LOGRADOURO-HOST TO INQ-LD11-LOGRADOURO
           MOVE WS-CONT-CEP-HOST TO INQ-LD11-CEP
           MOVE WS-CONT-CIDADE-HOST TO INQ-LD11-CIDADE
           MOVE WS-CONT-UF-HOST TO INQ-LD11-UF
           WRITE REG-RLCONSCLI FROM INQ-LINDET11
               AFTER ADVANCING 1 LINES.
      *
      * POSICAO DO CLIENTE EM UMA DATA PASSADA - LOCALIZA A ULTIMA
      * IMAGEM 'DEPOIS' DE CLIENTPJ_HIST GRAVADA NA DATA INFORMADA OU
      * ANTES DELA (MAIOR SEQ_HIST) E A IMPRIME NO MESMO BLOCO DE
               WHEN 0
                   PERFORM 1050-CONSULTA-DTINATIVA
                   PERFORM 7000-IMPRIME-CLIENTE
                   PERFORM 7050-IMPRIME-RATING
                   PERFORM 1500-LISTA-FILIAIS-IRMAS
                   PERFORM 1700-LISTA-CONTATOS
                   IF HISTORICO-SOLICITADO
                       PERFORM 1200-LISTA-HISTORICO
                   END-IF
           MOVE WS-DTINATIVA-HOST TO INQ-LD5-DTINATIVA
           MOVE WS-EMAIL-HOST TO INQ-LD5-EMAIL
           WRITE REG-RLCONSCLI FROM INQ-LINDET5 AFTER ADVANCING 1 LINES.
      *
       7050-IMPRIME-RATING.
           PERFORM 1060-CONSULTA-RATING
           IF WS-RISCO-RATING-HOST = SPACES
               MOVE 'NAO CALCULADO' TO INQ-LD12-RATING
           ELSE
               MOVE WS-RISCO-RATING-HOST TO INQ-LD12-RATING
           END-IF
           MOVE WS-RISCO-DTRATING-HOST TO INQ-LD12-DESDE
           MOVE WS-RISCO-PONTOS-HOST TO INQ-LD12-PONTOS
           WRITE REG-RLCONSCLI FROM INQ-LINDET12
               AFTER ADVANCING 1 LINES.
      *
       7100-IMPRIME-HISTORICO.
           MOVE WS-HIST-SEQ-HOST TO INQ-LD7-SEQ
           MOVE WS-HIST-IMAGEM-HOST TO INQ-LD7-IMAGEM
           MOVE WS-HIST-RAZSOCIAL-HOST TO INQ-LD7-RAZSOCIAL
           MOVE WS-HIST-SALDO-HOST TO INQ-LD7-SALDO
           MOVE WS-HIST-PROGRAMA-HOST TO INQ-LD7-PROGRAMA
           MOVE WS-HIST-USUARIO-HOST TO INQ-LD7-USUARIO
           MOVE WS-HIST-ORIGEMGER-HOST TO INQ-LD7-ORIGEM-GER
           MOVE WS-HIST-DATAGER-HOST TO INQ-LD7-DATA-GER
           MOVE WS-HIST-SEQGER-HOST TO INQ-LD7-SEQ-GER
           MOVE WS-HIST-SEQAPROV-HOST TO INQ-LD7-SEQ-APROV
           WRITE REG-RLCONSCLI FROM INQ-LINDET7 AFTER ADVANCING 1 LINES.
      *
       7200-IMPRIME-NOME.
