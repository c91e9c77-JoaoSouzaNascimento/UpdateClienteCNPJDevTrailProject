       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV70P10.
      *
      *----------------------------------------------------------------*
      * CONSULTA ONLINE DE CLIENTES PJ PARA A CENTRAL DE ATENDIMENTO - *
      * TRANSACAO CICS DV70, MAPSET DEV70MS. E A MESMA CONSULTA DO     *
      * DEV22P10, SEM CARTAO DE SYSIN E SEM ESPERAR O RLCONSCLI COM O  *
      * CLIENTE AO TELEFONE:                                           *
      *   - ENTER - BUSCA POR CODIGO_CLI, POR CNPJ/FILIAL OU POR       *
      *     TRECHO DA RAZAO SOCIAL (ESTA ULTIMA LISTA OS CLIENTES      *
      *     ENCONTRADOS - O ATENDENTE ESCOLHE UM DIGITANDO O CODIGO);  *
      *   - PF5 - LINHA DO TEMPO DE ALUNO06.CLIENTPJ_HIST DO CLIENTE   *
      *     EM EXIBICAO, COM A PROVENIENCIA DE CADA IMAGEM;            *
      *   - PF6 - FILIAIS IRMAS (MESMA RAIZ DE CNPJ) COM A SITUACAO;   *
      *   - PF7/PF8 - PAGINA A LISTA EM EXIBICAO, 10 LINHAS POR VEZ;   *
      *   - PF12/CLEAR - LIMPA A TELA; PF3 - ENCERRA.                  *
      * PSEUDOCONVERSACIONAL: O CLIENTE CORRENTE, A LISTA EXIBIDA E A  *
      * PAGINA VIAJAM NA COMMAREA ENTRE UMA INTERACAO E OUTRA.         *
      * TODA CONSULTA (ENTER) E A PRIMEIRA ABERTURA DO HISTORICO DE UM *
      * CLIENTE (PF5) SAO REGISTRADAS NO LOG DE ACESSO, NO LAYOUT DO   *
      * DEV22LOG, PELA FILA TRANSIENTE EXTRAPARTICAO DV22 - O OPERADOR *
      * E O USUARIO CICS DA SESSAO. O DATASET DA FILA E CONCATENADO AO *
      * DEV22LOG NO DEV52P10, QUE RESUME AS DUAS ORIGENS JUNTAS. COMO  *
      * NO BATCH, SEM LOG NAO HA CONSULTA.                             *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIHIST END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
           COPY DFHAID.
      *
           COPY DEV70MS.
      *
           COPY DEVONLCL.
      *
      * ESTADO DA CONVERSA, DEVOLVIDO A CADA RETURN TRANSID E RECEBIDO
      * DE VOLTA NA DFHCOMMAREA NA INTERACAO SEGUINTE.
       01 WS-COMMAREA.
           05 WS-CA-CODIGOCLI          PIC 9(007) VALUE ZEROS.
           05 WS-CA-LISTA              PIC X(001) VALUE SPACES.
               88 LISTA-VAZIA          VALUE SPACE.
               88 LISTA-NOMES          VALUE 'N'.
               88 LISTA-HISTORICO      VALUE 'H'.
               88 LISTA-FILIAIS        VALUE 'F'.
           05 WS-CA-PAGINA             PIC 9(004) VALUE ZEROS.
           05 WS-CA-HA-MAIS            PIC X(001) VALUE 'N'.
           05 WS-CA-HIST-LOGADO        PIC X(001) VALUE 'N'.
           05 WS-CA-RAZSOCIAL          PIC X(040) VALUE SPACES.
      *
      * REGISTRO DO LOG DE ACESSO - MESMO LAYOUT DO DEV22LOG GRAVADO
      * PELO DEV22P10 E LIDO PELO DEV52P10.
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
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZAOSOCIAL-HOST      PIC X(40).
           05 WS-NUMECNPJA-HOST        PIC X(8).
           05 WS-FILIALCNPJA-HOST      PIC X(4).
           05 WS-SALDO-HOST            PIC S9(11)V99.
           05 WS-VRULTCOMPRA-HOST      PIC S9(9)V99.
           05 WS-DTULTCOMPRA-HOST      PIC 9(8).
           05 WS-DTATLZDADOS-HOST      PIC 9(8).
           05 WS-DTINATIVA-HOST        PIC 9(8).
           05 WS-EMAIL-HOST            PIC X(50).
      *
       01 WS-HIST-HOST.
           05 WS-HIST-SEQ-HOST         PIC S9(9).
           05 WS-HIST-OPER-HOST        PIC X(1).
           05 WS-HIST-IMAGEM-HOST      PIC X(1).
           05 WS-HIST-DATA-HOST        PIC 9(8).
           05 WS-HIST-SALDO-HOST       PIC S9(11)V99.
           05 WS-HIST-PROGRAMA-HOST    PIC X(8).
           05 WS-HIST-USUARIO-HOST     PIC X(8).
           05 WS-HIST-ORIGEMGER-HOST   PIC X(8).
           05 WS-HIST-SEQAPROV-HOST    PIC S9(7) COMP-3.
      *
       01 WS-NOME-HOST.
           05 WS-NOME-CODIGOCLI-HOST   PIC 9(7).
           05 WS-NOME-RAZAOSOCIAL-HOST PIC X(40).
           05 WS-NOME-CNPJA-HOST       PIC X(8).
           05 WS-NOME-FILIALA-HOST     PIC X(4).
      *
       01 WS-FILIAL-IRMA-HOST.
           05 WS-IRMA-CODIGOCLI-HOST   PIC 9(7).
           05 WS-IRMA-RAZAOSOCIAL-HOST PIC X(40).
           05 WS-IRMA-FILIALA-HOST     PIC X(4).
           05 WS-IRMA-DTINATIVA-HOST   PIC 9(8).
      *
      * ARGUMENTOS DIGITADOS NA TELA, JA SEM OS NULOS DO 3270.
       01 WS-ARGUMENTOS.
           05 WS-ARG-CODIGOCLI         PIC 9(007) VALUE ZEROS.
           05 WS-ARG-CNPJ              PIC X(008) VALUE SPACES.
           05 WS-ARG-FILIAL            PIC X(004) VALUE SPACES.
           05 WS-ARG-RAZSOCIAL         PIC X(040) VALUE SPACES.
      *
      * PADRAO DO LIKE EM FORMATO VARCHAR - MESMA TECNICA DO
      * 1300-CONSULTA-POR-NOME DO DEV22P10.
       01 WS-PARM-RAZSOCIAL-LIKE.
           49 WS-LIKE-LEN          PIC S9(004) COMP.
           49 WS-LIKE-TXT          PIC X(042).
       01 WS-PONTEIRO-LIKE         PIC 9(003) VALUE ZEROS.
      *
      * CONTROLE DA PAGINA DA LISTA - AS LINHAS DAS PAGINAS ANTERIORES
      * SAO LIDAS E DESPREZADAS; UMA 11A LINHA LIDA SO INDICA QUE HA
      * PAGINA SEGUINTE.
       01 WS-QTDE-PULAR            PIC 9(007) VALUE ZEROS.
       01 WS-QTDE-LIDAS            PIC 9(007) VALUE ZEROS.
       01 WS-QTDE-LINHAS           PIC 9(003) VALUE ZEROS.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-PAGINA-EDIT           PIC ZZZ9.
       01 WS-TITULO-LISTA          PIC X(050) VALUE SPACES.
      *
       01 WS-RESP                  PIC S9(8) COMP VALUE ZEROS.
       01 WS-ABSTIME               PIC S9(15) COMP-3 VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO    PIC 9(8) VALUE ZEROS.
       01 WS-HORA-PROCESSAMENTO    PIC 9(6) VALUE ZEROS.
       01 WS-DATA-TELA             PIC X(010) VALUE SPACES.
       01 WS-USUARIO-CICS          PIC X(008) VALUE SPACES.
       01 WS-LOG-HISTORICO         PIC X(001) VALUE 'N'.
       01 WS-ERRO-TELA             PIC X VALUE 'N'.
       01 WS-CLIENTE-LIDO          PIC X VALUE 'N'.
       01 WS-MENSAGEM              PIC X(078) VALUE SPACES.
       01 WS-MENSAGEM-ANTERIOR     PIC X(078) VALUE SPACES.
       01 WS-SQLCODE-EDIT          PIC -ZZZZZZZZ9.
      *
      * DATA AAAAMMDD DO BANCO EDITADA PARA A TELA (DD/MM/AAAA) -
      * ZEROS SAEM EM BRANCO.
       01 WS-DATA-AUX              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DATA-AUX-AA       PIC 9(004).
           05 WS-DATA-AUX-MM       PIC 9(002).
           05 WS-DATA-AUX-DD       PIC 9(002).
       01 WS-DATA-EDIT             PIC X(010) VALUE SPACES.
      *
       01 WS-SALDO-EDIT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-VRULTCOMPRA-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(054).
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-HIST CURSOR FOR
               SELECT SEQ_HIST, TIPO_OPER_HIST, TIPO_IMAGEM_HIST,
                      DATA_HIST, SALDO_CLI, PROGRAMA_HIST,
                      USUARIO_HIST, ORIGEM_GER_HIST, SEQ_APROV_HIST
                 FROM ALUNO06.CLIENTPJ_HIST
                WHERE CODIGO_CLI = :WS-CA-CODIGOCLI
                ORDER BY SEQ_HIST
           END-EXEC.
      *
           EXEC SQL DECLARE C-IRMAS CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, FILIALCNPJA_CLI
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-NUMECNPJA-HOST
                  AND CODIGO_CLI <> :WS-CA-CODIGOCLI
                ORDER BY FILIALCNPJA_CLI, CODIGO_CLI
           END-EXEC.
      *
           EXEC SQL DECLARE C-NOME CURSOR FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI
                 FROM ALUNO06.CLIENTPJ
                WHERE UPPER(RAZSOCIAL_CLI) LIKE
                      UPPER(:WS-PARM-RAZSOCIAL-LIKE)
                ORDER BY RAZSOCIAL_CLI, CODIGO_CLI
           END-EXEC.
      *
           PERFORM 0050-OBTEM-DATA-HORA
      *
           IF EIBCALEN = 0
               PERFORM 0100-TELA-INICIAL
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 0200-TRATA-TECLA
           END-IF
      *
           EXEC CICS RETURN
               TRANSID('DV70')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
      *
       0050-OBTEM-DATA-HORA.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATA-PROCESSAMENTO)
               TIME(WS-HORA-PROCESSAMENTO)
               DDMMYYYY(WS-DATA-TELA)
               DATESEP('/')
           END-EXEC.
      *
      * PRIMEIRA ENTRADA NA TRANSACAO, PF12 OU CLEAR - TELA EM BRANCO
      * E CONVERSA ZERADA.
       0100-TELA-INICIAL.
           MOVE ZEROS TO WS-CA-CODIGOCLI
           MOVE SPACES TO WS-CA-LISTA
           MOVE ZEROS TO WS-CA-PAGINA
           MOVE 'N' TO WS-CA-HA-MAIS
           MOVE 'N' TO WS-CA-HIST-LOGADO
           MOVE SPACES TO WS-CA-RAZSOCIAL
           MOVE 'INFORME CODIGO, CNPJ/FILIAL OU TRECHO DA RAZAO SOCIAL'
               TO WS-MENSAGEM
           PERFORM 6000-ENVIA-TELA.
      *
       0200-TRATA-TECLA.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 1000-CONSULTA
               WHEN DFHPF3
                   PERFORM 0900-ENCERRA
               WHEN DFHPF5
                   PERFORM 3000-ABRE-HISTORICO
               WHEN DFHPF6
                   PERFORM 4000-ABRE-FILIAIS
               WHEN DFHPF7
                   PERFORM 5000-PAGINA-ANTERIOR
               WHEN DFHPF8
                   PERFORM 5100-PAGINA-SEGUINTE
               WHEN DFHPF12
               WHEN DFHCLEAR
                   PERFORM 0100-TELA-INICIAL
               WHEN OTHER
                   MOVE 'TECLA NAO PREVISTA NESTA TELA' TO WS-MENSAGEM
                   PERFORM 6000-ENVIA-TELA
           END-EVALUATE.
      *
       0900-ENCERRA.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
           EXEC CICS RETURN END-EXEC.
      *
      * ENTER - LE OS ARGUMENTOS, REGISTRA O ACESSO E CONSULTA. MESMA
      * PRECEDENCIA DO DEV22P10: CODIGO_CLI, DEPOIS TRECHO DA RAZAO
      * SOCIAL, DEPOIS O PAR CNPJ/FILIAL.
       1000-CONSULTA.
           EXEC CICS RECEIVE
               MAP('DEV70M1')
               MAPSET('DEV70MS')
               INTO(DEV70M1I)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'INFORME CODIGO, CNPJ/FILIAL OU TRECHO DA RAZAO '
                   TO WS-MENSAGEM
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 1100-VALIDA-ARGUMENTOS
           IF WS-ERRO-TELA = 'S'
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-ARG-CODIGOCLI TO LOG-CODIGOCLI
           MOVE WS-ARG-CNPJ TO LOG-CNPJ
           MOVE WS-ARG-FILIAL TO LOG-FILIAL
           MOVE WS-ARG-RAZSOCIAL TO LOG-RAZSOCIAL
           MOVE 'N' TO WS-LOG-HISTORICO
           PERFORM 1200-GRAVA-LOG-ACESSO
           IF WS-ERRO-TELA = 'S'
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE SPACES TO WS-CA-LISTA
           MOVE ZEROS TO WS-CA-PAGINA
           MOVE 'N' TO WS-CA-HA-MAIS
           MOVE 'N' TO WS-CA-HIST-LOGADO
      *
           IF WS-ARG-CODIGOCLI NOT = 0
               PERFORM 1300-BUSCA-POR-CODIGO
           ELSE
               IF WS-ARG-RAZSOCIAL NOT = SPACES
                   PERFORM 1500-BUSCA-POR-NOME
               ELSE
                   PERFORM 1400-BUSCA-POR-CNPJ
               END-IF
           END-IF
      *
           PERFORM 6000-ENVIA-TELA.
      *
      * CAMPOS NAO DIGITADOS CHEGAM COM NULOS (LOW-VALUES) - TROCADOS
      * POR BRANCOS ANTES DE QUALQUER TESTE. O CODIGO E JUSTIFICADO A
      * DIREITA COM ZEROS PELO PROPRIO MAPA.
       1100-VALIDA-ARGUMENTOS.
           MOVE 'N' TO WS-ERRO-TELA
           MOVE ZEROS TO WS-ARG-CODIGOCLI
           MOVE SPACES TO WS-ARG-CNPJ WS-ARG-FILIAL WS-ARG-RAZSOCIAL
      *
           INSPECT CODIGOI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CNPJI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FILIALI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT NOMEI REPLACING ALL LOW-VALUE BY SPACE
      *
           IF CODIGOL > 0 AND CODIGOI NOT = SPACES
               IF CODIGOI IS NUMERIC
                   MOVE CODIGOI TO WS-ARG-CODIGOCLI
               ELSE
                   MOVE 'S' TO WS-ERRO-TELA
                   MOVE 'CODIGO DO CLIENTE DEVE SER NUMERICO'
                       TO WS-MENSAGEM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CNPJI TO WS-ARG-CNPJ
           MOVE FILIALI TO WS-ARG-FILIAL
           MOVE NOMEI TO WS-ARG-RAZSOCIAL
      *
           IF WS-ARG-CODIGOCLI = 0
              AND WS-ARG-RAZSOCIAL = SPACES
              AND (WS-ARG-CNPJ = SPACES OR WS-ARG-FILIAL = SPACES)
               MOVE 'S' TO WS-ERRO-TELA
               MOVE 'INFORME CODIGO, CNPJ E FILIAL, OU TRECHO DA RAZAO'
                   TO WS-MENSAGEM
           END-IF.
      *
      * REGISTRA O ACESSO ANTES DE MOSTRAR QUALQUER DADO - A TRILHA
      * EXISTE MESMO QUE O CLIENTE NAO SEJA ENCONTRADO. UMA FALHA NA
      * FILA RECUSA A CONSULTA, COMO O 0600-GRAVA-LOG-ACESSO DO
      * DEV22P10 FAZ NO BATCH. OS ARGUMENTOS JA VEM EM LOG-CODIGOCLI,
      * LOG-CNPJ, LOG-FILIAL E LOG-RAZSOCIAL.
       1200-GRAVA-LOG-ACESSO.
           EXEC CICS ASSIGN USERID(WS-USUARIO-CICS) END-EXEC
           MOVE WS-USUARIO-CICS TO LOG-OPERADOR
           MOVE WS-DATA-PROCESSAMENTO TO LOG-DATA
           MOVE WS-HORA-PROCESSAMENTO TO LOG-HORA
           MOVE WS-LOG-HISTORICO TO LOG-HISTORICO
      *
           EXEC CICS WRITEQ TD
               QUEUE('DV22')
               FROM(REG-LOG-ACESSO)
               LENGTH(LENGTH OF REG-LOG-ACESSO)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-ERRO-TELA
               MOVE 'CONSULTA RECUSADA - LOG DE ACESSO INDISPONIVEL'
                   TO WS-MENSAGEM
           END-IF.
      *
       1300-BUSCA-POR-CODIGO.
           EXEC SQL
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                      DTULTCOMPRA_CLI, DTATLZDADOS_CLI, EMAIL_CLI
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                      :WS-NUMECNPJA-HOST, :WS-FILIALCNPJA-HOST,
                      :WS-SALDO-HOST, :WS-VRULTCOMPRA-HOST,
                      :WS-DTULTCOMPRA-HOST, :WS-DTATLZDADOS-HOST,
                      :WS-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-ARG-CODIGOCLI
           END-EXEC
           PERFORM 2000-TRATA-RESULTADO.
      *
       1400-BUSCA-POR-CNPJ.
           EXEC SQL
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                      DTULTCOMPRA_CLI, DTATLZDADOS_CLI, EMAIL_CLI
                 INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                      :WS-NUMECNPJA-HOST, :WS-FILIALCNPJA-HOST,
                      :WS-SALDO-HOST, :WS-VRULTCOMPRA-HOST,
                      :WS-DTULTCOMPRA-HOST, :WS-DTATLZDADOS-HOST,
                      :WS-EMAIL-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-ARG-CNPJ
                  AND FILIALCNPJA_CLI = :WS-ARG-FILIAL
           END-EXEC
           PERFORM 2000-TRATA-RESULTADO.
      *
      * A BUSCA POR NOME NAO TRAZ UM CLIENTE - ABRE A LISTA DE NOMES
      * NA PRIMEIRA PAGINA. O ATENDENTE ESCOLHE DIGITANDO O CODIGO.
       1500-BUSCA-POR-NOME.
           MOVE ZEROS TO WS-CA-CODIGOCLI
           MOVE WS-ARG-RAZSOCIAL TO WS-CA-RAZSOCIAL
           MOVE 'N' TO WS-CA-LISTA
           MOVE 1 TO WS-CA-PAGINA.
      *
      * DTINATIVA_CLI E NULA PARA CLIENTE ATIVO - LIDA A PARTE, COMO NO
      * 1050-CONSULTA-DTINATIVA DO DEV22P10.
       1600-CONSULTA-DTINATIVA.
           EXEC SQL
               SELECT DTINATIVA_CLI INTO :WS-DTINATIVA-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND DTINATIVA_CLI IS NOT NULL
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-DTINATIVA-HOST
           END-IF.
      *
       2000-TRATA-RESULTADO.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 1600-CONSULTA-DTINATIVA
                   MOVE WS-CODIGOCLI-HOST TO WS-CA-CODIGOCLI
                   MOVE 'S' TO WS-CLIENTE-LIDO
                   MOVE 'ENCONTRADO - PF5 HISTORICO, PF6 FILIAIS'
                       TO WS-MENSAGEM
               WHEN 100
                   MOVE ZEROS TO WS-CA-CODIGOCLI
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MENSAGEM
               WHEN OTHER
                   MOVE ZEROS TO WS-CA-CODIGOCLI
                   PERFORM 2900-MENSAGEM-ERRO-DB2
           END-EVALUATE.
      *
       2900-MENSAGEM-ERRO-DB2.
           MOVE SQLCODE TO WS-SQLCODE-EDIT
           MOVE SPACES TO WS-MENSAGEM
           STRING 'ERRO NA CONSULTA AO BANCO DE DADOS - SQLCODE '
                  WS-SQLCODE-EDIT DELIMITED BY SIZE
             INTO WS-MENSAGEM
           END-STRING.
      *
      * PF5 - ABRE A LINHA DO TEMPO DO CLIENTE EM EXIBICAO. O ACESSO AO
      * HISTORICO COMPLETO E REGISTRADO UMA VEZ POR CLIENTE CONSULTADO
      * (LOG-HISTORICO = 'S'); A PAGINACAO DEPOIS NAO GERA NOVO
      * REGISTRO.
       3000-ABRE-HISTORICO.
           IF WS-CA-CODIGOCLI = 0
               MOVE 'CONSULTE UM CLIENTE ANTES DE PEDIR O HISTORICO'
                   TO WS-MENSAGEM
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-CA-HIST-LOGADO NOT = 'S'
               MOVE WS-CA-CODIGOCLI TO LOG-CODIGOCLI
               MOVE SPACES TO LOG-CNPJ LOG-FILIAL LOG-RAZSOCIAL
               MOVE 'S' TO WS-LOG-HISTORICO
               PERFORM 1200-GRAVA-LOG-ACESSO
               IF WS-ERRO-TELA = 'S'
                   PERFORM 6000-ENVIA-TELA
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO WS-CA-HIST-LOGADO
           END-IF
      *
           MOVE 'H' TO WS-CA-LISTA
           MOVE 1 TO WS-CA-PAGINA
           PERFORM 6000-ENVIA-TELA.
      *
      * PF6 - FILIAIS IRMAS DO CLIENTE EM EXIBICAO.
       4000-ABRE-FILIAIS.
           IF WS-CA-CODIGOCLI = 0
               MOVE 'CONSULTE UM CLIENTE ANTES DE PEDIR AS FILIAIS'
                   TO WS-MENSAGEM
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'F' TO WS-CA-LISTA
           MOVE 1 TO WS-CA-PAGINA
           PERFORM 6000-ENVIA-TELA.
      *
       5000-PAGINA-ANTERIOR.
           EVALUATE TRUE
               WHEN LISTA-VAZIA
                   MOVE 'NAO HA LISTA EM EXIBICAO PARA PAGINAR'
                       TO WS-MENSAGEM
               WHEN WS-CA-PAGINA NOT > 1
                   MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO WS-MENSAGEM
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CA-PAGINA
           END-EVALUATE
           PERFORM 6000-ENVIA-TELA.
      *
       5100-PAGINA-SEGUINTE.
           EVALUATE TRUE
               WHEN LISTA-VAZIA
                   MOVE 'NAO HA LISTA EM EXIBICAO PARA PAGINAR'
                       TO WS-MENSAGEM
               WHEN WS-CA-HA-MAIS NOT = 'S'
                   MOVE 'JA ESTA NA ULTIMA PAGINA' TO WS-MENSAGEM
               WHEN OTHER
                   ADD 1 TO WS-CA-PAGINA
           END-EVALUATE
           PERFORM 6000-ENVIA-TELA.
      *
      * MONTA A TELA INTEIRA A PARTIR DA COMMAREA - DETALHE DO CLIENTE
      * CORRENTE (RELIDO DO BANCO A CADA INTERACAO) E A PAGINA DA LISTA
      * EM EXIBICAO - E A ENVIA COM O CURSOR NO CAMPO DO CODIGO.
       6000-ENVIA-TELA.
           MOVE LOW-VALUES TO DEV70M1O
           MOVE WS-DATA-TELA TO DATAO
      *
           IF WS-CA-CODIGOCLI NOT = 0
               PERFORM 6100-MONTA-DETALHE
           END-IF
      *
           MOVE 'N' TO WS-CA-HA-MAIS
           EVALUATE TRUE
               WHEN LISTA-NOMES
                   PERFORM 6300-MONTA-LISTA-NOMES
               WHEN LISTA-HISTORICO
                   PERFORM 6400-MONTA-LISTA-HISTORICO
               WHEN LISTA-FILIAIS
                   PERFORM 6500-MONTA-LISTA-FILIAIS
           END-EVALUATE
      *
           MOVE WS-MENSAGEM TO MSGO
           MOVE -1 TO CODIGOL
      *
           EXEC CICS SEND
               MAP('DEV70M1')
               MAPSET('DEV70MS')
               FROM(DEV70M1O)
               ERASE
               CURSOR
           END-EXEC.
      *
       6100-MONTA-DETALHE.
           IF WS-CLIENTE-LIDO NOT = 'S'
               PERFORM 6150-RELE-CLIENTE
               IF WS-CLIENTE-LIDO NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           MOVE WS-CODIGOCLI-HOST TO DCODO
           MOVE WS-RAZAOSOCIAL-HOST TO DRAZO
           MOVE WS-NUMECNPJA-HOST TO DCNPJO
           MOVE WS-FILIALCNPJA-HOST TO DFILO
           IF WS-DTINATIVA-HOST = 0
               MOVE 'ATIVO' TO DSITO
           ELSE
               MOVE 'INATIVO' TO DSITO
           END-IF
           MOVE WS-DTINATIVA-HOST TO WS-DATA-AUX
           PERFORM 6900-EDITA-DATA
           MOVE WS-DATA-EDIT TO DDTINO
           MOVE WS-SALDO-HOST TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO DSALDO
           MOVE WS-VRULTCOMPRA-HOST TO WS-VRULTCOMPRA-EDIT
           MOVE WS-VRULTCOMPRA-EDIT TO DVULTO
           MOVE WS-DTULTCOMPRA-HOST TO WS-DATA-AUX
           PERFORM 6900-EDITA-DATA
           MOVE WS-DATA-EDIT TO DDTULO
           MOVE WS-DTATLZDADOS-HOST TO WS-DATA-AUX
           PERFORM 6900-EDITA-DATA
           MOVE WS-DATA-EDIT TO DDTATO
           MOVE WS-EMAIL-HOST TO DEMAIO.
      *
      * CLIENTE CORRENTE DA COMMAREA, NAS INTERACOES QUE NAO SAO A
      * PROPRIA CONSULTA (PF5, PF6, PAGINACAO). SE O CLIENTE SUMIU
      * ENTRE UMA TECLA E OUTRA (ARQUIVADO OU FUNDIDO), A CONVERSA E
      * ZERADA.
       6150-RELE-CLIENTE.
           MOVE WS-MENSAGEM TO WS-MENSAGEM-ANTERIOR
           MOVE WS-CA-CODIGOCLI TO WS-ARG-CODIGOCLI
           PERFORM 1300-BUSCA-POR-CODIGO
           IF WS-CLIENTE-LIDO = 'S'
               MOVE WS-MENSAGEM-ANTERIOR TO WS-MENSAGEM
           ELSE
               MOVE SPACES TO WS-CA-LISTA
               MOVE ZEROS TO WS-CA-PAGINA
           END-IF.
      *
       6300-MONTA-LISTA-NOMES.
           MOVE SPACES TO WS-LIKE-TXT
           MOVE 1 TO WS-PONTEIRO-LIKE
           STRING '%' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CA-RAZSOCIAL) DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
             INTO WS-LIKE-TXT WITH POINTER WS-PONTEIRO-LIKE
           END-STRING
           COMPUTE WS-LIKE-LEN = WS-PONTEIRO-LIKE - 1
      *
           MOVE 'CLIENTES COM O NOME INFORMADO' TO WS-TITULO-LISTA
           PERFORM 6810-NUMERA-PAGINA
           MOVE ONL-CABNOME TO LCABO
           PERFORM 6800-INICIA-PAGINA
      *
           EXEC SQL OPEN C-NOME END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2900-MENSAGEM-ERRO-DB2
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 6350-FETCH-NOME
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
                      OR WS-QTDE-LINHAS > 10
               ADD 1 TO WS-QTDE-LIDAS
               IF WS-QTDE-LIDAS > WS-QTDE-PULAR
                   ADD 1 TO WS-QTDE-LINHAS
                   IF WS-QTDE-LINHAS NOT > 10
                       MOVE WS-NOME-CODIGOCLI-HOST TO ONL-LN-CODIGOCLI
                       MOVE WS-NOME-RAZAOSOCIAL-HOST
                           TO ONL-LN-RAZSOCIAL
                       MOVE WS-NOME-CNPJA-HOST TO ONL-LN-CNPJ
                       MOVE WS-NOME-FILIALA-HOST TO ONL-LN-FILIAL
                       MOVE ONL-LINNOME TO LINHAO (WS-QTDE-LINHAS)
                   END-IF
               END-IF
               IF WS-QTDE-LINHAS NOT > 10
                   PERFORM 6350-FETCH-NOME
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE C-NOME END-EXEC
      *
           PERFORM 6820-ENCERRA-PAGINA
           IF WS-QTDE-LINHAS = 0
               MOVE 'NENHUM CLIENTE ENCONTRADO PARA O NOME INFORMADO'
                   TO LINHAO (1)
           ELSE
               IF WS-MENSAGEM = SPACES
                   MOVE 'DIGITE O CODIGO DO CLIENTE DESEJADO E ENTER'
                       TO WS-MENSAGEM
               END-IF
           END-IF.
      *
       6350-FETCH-NOME.
           EXEC SQL
               FETCH C-NOME
                 INTO :WS-NOME-CODIGOCLI-HOST,
                      :WS-NOME-RAZAOSOCIAL-HOST,
                      :WS-NOME-CNPJA-HOST, :WS-NOME-FILIALA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       6400-MONTA-LISTA-HISTORICO.
           MOVE 'LINHA DO TEMPO (CLIENTPJ_HIST)' TO WS-TITULO-LISTA
           PERFORM 6810-NUMERA-PAGINA
           MOVE ONL-CABHIST TO LCABO
           PERFORM 6800-INICIA-PAGINA
      *
           EXEC SQL OPEN C-HIST END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2900-MENSAGEM-ERRO-DB2
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 6450-FETCH-HISTORICO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
                      OR WS-QTDE-LINHAS > 10
               ADD 1 TO WS-QTDE-LIDAS
               IF WS-QTDE-LIDAS > WS-QTDE-PULAR
                   ADD 1 TO WS-QTDE-LINHAS
                   IF WS-QTDE-LINHAS NOT > 10
                       PERFORM 6460-FORMATA-HISTORICO
                   END-IF
               END-IF
               IF WS-QTDE-LINHAS NOT > 10
                   PERFORM 6450-FETCH-HISTORICO
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE C-HIST END-EXEC
      *
           IF WS-QTDE-LINHAS = 0
               MOVE 'NENHUMA IMAGEM DE HISTORICO PARA ESTE CLIENTE'
                   TO LINHAO (1)
           END-IF
           PERFORM 6820-ENCERRA-PAGINA.
      *
       6450-FETCH-HISTORICO.
           EXEC SQL
               FETCH C-HIST
                 INTO :WS-HIST-SEQ-HOST, :WS-HIST-OPER-HOST,
                      :WS-HIST-IMAGEM-HOST, :WS-HIST-DATA-HOST,
                      :WS-HIST-SALDO-HOST, :WS-HIST-PROGRAMA-HOST,
                      :WS-HIST-USUARIO-HOST, :WS-HIST-ORIGEMGER-HOST,
                      :WS-HIST-SEQAPROV-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       6460-FORMATA-HISTORICO.
           MOVE WS-HIST-SEQ-HOST TO ONL-LH-SEQ
           MOVE WS-HIST-DATA-HOST TO WS-DATA-AUX
           PERFORM 6900-EDITA-DATA
           MOVE WS-DATA-EDIT TO ONL-LH-DATA
           MOVE WS-HIST-OPER-HOST TO ONL-LH-OPER
           MOVE WS-HIST-IMAGEM-HOST TO ONL-LH-IMAGEM
           MOVE WS-HIST-SALDO-HOST TO ONL-LH-SALDO
           MOVE WS-HIST-PROGRAMA-HOST TO ONL-LH-PROGRAMA
           MOVE WS-HIST-USUARIO-HOST TO ONL-LH-USUARIO
           MOVE WS-HIST-ORIGEMGER-HOST TO ONL-LH-ORIGEM-GER
           MOVE WS-HIST-SEQAPROV-HOST TO ONL-LH-SEQ-APROV
           MOVE ONL-LINHIST TO LINHAO (WS-QTDE-LINHAS).
      *
       6500-MONTA-LISTA-FILIAIS.
           MOVE 'FILIAIS DA MESMA RAIZ DE CNPJ' TO WS-TITULO-LISTA
           PERFORM 6810-NUMERA-PAGINA
           MOVE ONL-CABFIL TO LCABO
           PERFORM 6800-INICIA-PAGINA
      *
           EXEC SQL OPEN C-IRMAS END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2900-MENSAGEM-ERRO-DB2
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 6550-FETCH-FILIAL-IRMA
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
                      OR WS-QTDE-LINHAS > 10
               ADD 1 TO WS-QTDE-LIDAS
               IF WS-QTDE-LIDAS > WS-QTDE-PULAR
                   ADD 1 TO WS-QTDE-LINHAS
                   IF WS-QTDE-LINHAS NOT > 10
                       PERFORM 6560-FORMATA-FILIAL-IRMA
                   END-IF
               END-IF
               IF WS-QTDE-LINHAS NOT > 10
                   PERFORM 6550-FETCH-FILIAL-IRMA
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE C-IRMAS END-EXEC
      *
           IF WS-QTDE-LINHAS = 0
               MOVE 'NENHUMA OUTRA FILIAL PARA ESTE CNPJ' TO LINHAO (1)
           END-IF
           PERFORM 6820-ENCERRA-PAGINA.
      *
       6550-FETCH-FILIAL-IRMA.
           EXEC SQL
               FETCH C-IRMAS
                 INTO :WS-IRMA-CODIGOCLI-HOST,
                      :WS-IRMA-RAZAOSOCIAL-HOST,
                      :WS-IRMA-FILIALA-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
      * DTINATIVA_CLI E NULA PARA FILIAL ATIVA - MESMA TECNICA DO
      * 1560-CONSULTA-SITUACAO-IRMA DO DEV22P10.
       6560-FORMATA-FILIAL-IRMA.
           EXEC SQL
               SELECT DTINATIVA_CLI INTO :WS-IRMA-DTINATIVA-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-IRMA-CODIGOCLI-HOST
                  AND DTINATIVA_CLI IS NOT NULL
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-IRMA-DTINATIVA-HOST
           END-IF
      *
           MOVE WS-IRMA-CODIGOCLI-HOST TO ONL-LF-CODIGOCLI
           MOVE WS-IRMA-FILIALA-HOST TO ONL-LF-FILIAL
           MOVE WS-IRMA-RAZAOSOCIAL-HOST TO ONL-LF-RAZSOCIAL
           IF WS-IRMA-DTINATIVA-HOST = 0
               MOVE 'ATIVO' TO ONL-LF-SITUACAO
           ELSE
               MOVE 'INATIVO' TO ONL-LF-SITUACAO
           END-IF
           MOVE WS-IRMA-DTINATIVA-HOST TO WS-DATA-AUX
           PERFORM 6900-EDITA-DATA
           MOVE WS-DATA-EDIT TO ONL-LF-DTINATIVA
           MOVE ONL-LINFIL TO LINHAO (WS-QTDE-LINHAS).
      *
       6800-INICIA-PAGINA.
           MOVE 'N' TO WS-FIM-CURSOR
           MOVE ZEROS TO WS-QTDE-LIDAS
           MOVE ZEROS TO WS-QTDE-LINHAS
           COMPUTE WS-QTDE-PULAR = (WS-CA-PAGINA - 1) * 10.
      *
      * TITULO DA LISTA (WS-TITULO-LISTA) SEGUIDO DO NUMERO DA PAGINA.
       6810-NUMERA-PAGINA.
           MOVE WS-CA-PAGINA TO WS-PAGINA-EDIT
           MOVE SPACES TO LTITO
           STRING WS-TITULO-LISTA DELIMITED BY '  '
                  ' - PAGINA' DELIMITED BY SIZE
                  WS-PAGINA-EDIT DELIMITED BY SIZE
             INTO LTITO
           END-STRING.
      *
      * UMA 11A LINHA LIDA INDICA PAGINA SEGUINTE (PF8).
       6820-ENCERRA-PAGINA.
           IF WS-QTDE-LINHAS > 10
               MOVE 'S' TO WS-CA-HA-MAIS
               IF WS-MENSAGEM = SPACES
                   MOVE 'PF8 PARA A PROXIMA PAGINA' TO WS-MENSAGEM
               END-IF
           END-IF.
      *
       6900-EDITA-DATA.
           IF WS-DATA-AUX = 0
               MOVE SPACES TO WS-DATA-EDIT
           ELSE
               MOVE SPACES TO WS-DATA-EDIT
               STRING WS-DATA-AUX-DD '/' WS-DATA-AUX-MM '/'
                      WS-DATA-AUX-AA DELIMITED BY SIZE
                 INTO WS-DATA-EDIT
               END-STRING
           END-IF.
