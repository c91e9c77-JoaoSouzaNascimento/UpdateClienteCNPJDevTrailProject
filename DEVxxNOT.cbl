      * INATIVACAO APENAS AGENDADA (IMAGEM COM DTAGENDA_CLI PREENCHIDA *
      * E DTINATIVA_CLI NULA) NAO NOTIFICA - O CLIENTE SO E AVISADO    *
      * QUANDO A INATIVACAO DE FATO OCORRE. CLIENTE SEM EMAIL          *
      * CADASTRADO E NOTIFICADO PELO CADASTRO DE CONTATOS              *
      * (ALUNO06.CLIENTPJ_CONT, MANTIDO PELO DEV58P10): PRIMEIRO POR   *
      * CORREIO, NO ENDERECO DO PRIMEIRO CONTATO QUE TENHA CEP, SENAO  *
      * POR TELEFONE, NO PRIMEIRO CONTATO QUE TENHA TELEFONE. O CANAL  *
      * VAI EM NOT-CANAL ('E' EMAIL, 'C' CORREIO, 'T' TELEFONE). SO O  *
      * CLIENTE SEM EMAIL E SEM NENHUM CONTATO UTIL FICA DE FORA - SAI *
      * NO TOTALIZADOR PARA O GERENTE DE CONTA PROVIDENCIAR O CADASTRO.*
      * EMAIL MARCADO COMO NAO ENTREGAVEL PELO DEV59P10 (DEVOLUCOES    *
      * DEFINITIVAS SEGUIDAS, EM ALUNO06.CLIENTPJ_BOUNCE) E TRATADO    *
      * COMO AUSENTE ATE O CLIENTE MANDAR UM EMAIL CORRIGIDO.          *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
       EXEC SQL INCLUDE CLICONT END-EXEC.
      *
       EXEC SQL INCLUDE CLIBOUNC END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      *
       FD ARQ-NOTIFICA
           RECORDING MODE F
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01 REG-NOTIFICA             PIC X(270).
      *
       WORKING-STORAGE SECTION.
      *
      * REGISTRO DE NOTIFICACAO - UM POR CLIENTE AFETADO, CONSUMIDO
      * PELO SISTEMA CORPORATIVO DE CORREIO.
           COPY DEVNOTCL.
      *
       01 WS-HIST-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZSOCIAL-HOST        PIC X(40).
           05 WS-DATA-HIST-HOST        PIC 9(8).
       01 WS-EMAIL-HOST            PIC X(50) VALUE SPACES.
       01 WS-SITUACAO-EMAIL-HOST   PIC X(1) VALUE SPACES.
       01 WS-CONTATO-HOST.
           05 WS-CONT-NOME-HOST        PIC X(40).
           05 WS-CONT-TELEFONE-HOST    PIC X(15).
           05 WS-CONT-LOGRADOURO-HOST  PIC X(60).
           05 WS-CONT-CEP-HOST         PIC X(8).
           05 WS-CONT-CIDADE-HOST      PIC X(30).
           05 WS-CONT-UF-HOST          PIC X(2).
      *
       01 WS-FS-NOTIFICA           PIC XX VALUE SPACES.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
           05 WS-TOT-EVENTOS       PIC 9(007) VALUE ZEROS.
           05 WS-TOT-NOTIFICADOS   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-SEM-EMAIL     PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CANAL-EMAIL   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CANAL-CORREIO PIC 9(007) VALUE ZEROS.
           05 WS-TOT-CANAL-TELEF   PIC 9(007) VALUE ZEROS.
           05 WS-TOT-EMAIL-BLOQ    PIC 9(007) VALUE ZEROS.
      *
      * DATA DOS EVENTOS, LIDA DO SYSIN - QUANDO AUSENTE (ZEROS), O
      * FEED SAI DA PROPRIA DATA DE PROCESSAMENTO (RODADO DE MADRUGADA
               WS-TOT-EVENTOS
           DISPLAY 'DEV36P10   NOTIFICACOES GRAVADAS..........: '
               WS-TOT-NOTIFICADOS
           DISPLAY 'DEV36P10   - POR EMAIL....................: '
               WS-TOT-CANAL-EMAIL
           DISPLAY 'DEV36P10   EMAILS NAO ENTREGAVEIS (IGNOR.): '
               WS-TOT-EMAIL-BLOQ
           DISPLAY 'DEV36P10   - POR CORREIO (CONTATO)........: '
               WS-TOT-CANAL-CORREIO
           DISPLAY 'DEV36P10   - POR TELEFONE (CONTATO).......: '
               WS-TOT-CANAL-TELEF
           DISPLAY 'DEV36P10   CLIENTES SEM EMAIL E SEM CONTATO: '
               WS-TOT-SEM-EMAIL
           DISPLAY 'DEV36P10   PROCESSAMENTO ENCERRADO'
      *
      *
      * O EMAIL NAO VIAJA EM CLIENTPJ_HIST - E LIDO DA LINHA CORRENTE
      * DE CLIENTPJ (O CLIENTE INATIVADO CONTINUA LA ATE O DEV21P10
      * ARQUIVA-LO). SEM EMAIL, O CANAL SAI DO CADASTRO DE CONTATOS.
       1000-GRAVA-NOTIFICACAO.
           MOVE SPACES TO NOT-REGISTRO
           MOVE SPACES TO WS-EMAIL-HOST
           EXEC SQL
               SELECT EMAIL_CLI INTO :WS-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-EMAIL-HOST
           END-IF
           IF WS-EMAIL-HOST NOT = SPACES
               PERFORM 1050-CONFERE-DEVOLUCAO
           END-IF
      *
           IF WS-EMAIL-HOST NOT = SPACES
               MOVE WS-EMAIL-HOST TO NOT-EMAIL
               SET NOT-CANAL-EMAIL TO TRUE
               ADD 1 TO WS-TOT-CANAL-EMAIL
           ELSE
               PERFORM 1100-BUSCA-CONTATO
               IF NOT-CANAL = SPACES
                   ADD 1 TO WS-TOT-SEM-EMAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           MOVE WS-CODIGOCLI-HOST TO NOT-CODIGOCLI
           MOVE WS-RAZSOCIAL-HOST TO NOT-RAZAOSOCIAL
           MOVE WS-TIPOOPER-HOST  TO NOT-TIPO-EVENTO
           MOVE WS-DATA-HIST-HOST TO NOT-DATA-EVENTO
           WRITE REG-NOTIFICA FROM NOT-REGISTRO
           ADD 1 TO WS-TOT-NOTIFICADOS.
      *
      * EMAIL QUE O CORREIO JA DEVOLVEU EM DEFINITIVO VEZES DEMAIS
      * (SITUACAO 'N' EM CLIENTPJ_BOUNCE, PARA ESTE MESMO EMAIL) NAO
      * RECEBE MAIS NOTIFICACAO - FICA EM BRANCO E O CLIENTE VAI PARA
      * O CANAL ALTERNATIVO. A MARCA SO VALE ENQUANTO O EMAIL_CLI FOR
      * O DEVOLVIDO: CORRIGIDO O EMAIL, VOLTA A SER USADO NA HORA.
       1050-CONFERE-DEVOLUCAO.
           EXEC SQL
               SELECT SITUACAO_EMAIL INTO :WS-SITUACAO-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ_BOUNCE
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND EMAIL_CLI = :WS-EMAIL-HOST
                  AND SITUACAO_EMAIL = 'N'
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-TOT-EMAIL-BLOQ
               MOVE SPACES TO WS-EMAIL-HOST
           END-IF.
      *
      * CANAL ALTERNATIVO PARA O CLIENTE SEM EMAIL - O ENDERECO POSTAL
      * DO PRIMEIRO CONTATO (MENOR SEQ_CONT) QUE TENHA CEP; NA FALTA
      * DELE, O TELEFONE DO PRIMEIRO CONTATO QUE TENHA TELEFONE. O
      * DEV58P10 SO ACEITA ENDERECO COMPLETO, ENTAO CEP PREENCHIDO
      * GARANTE LOGRADOURO, CIDADE E UF.
       1100-BUSCA-CONTATO.
           EXEC SQL
               SELECT NOME_CONT, TELEFONE_CONT, LOGRADOURO_CONT,
                      CEP_CONT, CIDADE_CONT, UF_CONT
                 INTO :WS-CONT-NOME-HOST, :WS-CONT-TELEFONE-HOST,
                      :WS-CONT-LOGRADOURO-HOST, :WS-CONT-CEP-HOST,
                      :WS-CONT-CIDADE-HOST, :WS-CONT-UF-HOST
                 FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND CEP_CONT <> ' '
                ORDER BY SEQ_CONT
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               SET NOT-CANAL-CORREIO TO TRUE
               ADD 1 TO WS-TOT-CANAL-CORREIO
               PERFORM 1150-MOVE-CONTATO
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               SELECT NOME_CONT, TELEFONE_CONT, LOGRADOURO_CONT,
                      CEP_CONT, CIDADE_CONT, UF_CONT
                 INTO :WS-CONT-NOME-HOST, :WS-CONT-TELEFONE-HOST,
                      :WS-CONT-LOGRADOURO-HOST, :WS-CONT-CEP-HOST,
                      :WS-CONT-CIDADE-HOST, :WS-CONT-UF-HOST
                 FROM ALUNO06.CLIENTPJ_CONT
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND TELEFONE_CONT <> ' '
                ORDER BY SEQ_CONT
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               SET NOT-CANAL-TELEFONE TO TRUE
               ADD 1 TO WS-TOT-CANAL-TELEF
               PERFORM 1150-MOVE-CONTATO
           END-IF.
      *
       1150-MOVE-CONTATO.
           MOVE WS-CONT-NOME-HOST       TO NOT-CONTATO-NOME
           MOVE WS-CONT-TELEFONE-HOST   TO NOT-TELEFONE
           MOVE WS-CONT-LOGRADOURO-HOST TO NOT-LOGRADOURO
           MOVE WS-CONT-CEP-HOST        TO NOT-CEP
           MOVE WS-CONT-CIDADE-HOST     TO NOT-CIDADE
           MOVE WS-CONT-UF-HOST         TO NOT-UF.
