       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV71P10.
      *
      *----------------------------------------------------------------*
      * DIGITACAO ONLINE DE MOVIMENTOS DADOSCLI - TRANSACAO CICS DV71, *
      * MAPSET DEV71MS. SUBSTITUI AS PLANILHAS USADAS PARA AS          *
      * CORRECOES MANUAIS E OS ARQUIVOS PEQUENOS DE PARCEIROS: CADA    *
      * REGISTRO PRF-DADOSCLI (OPERACOES N, A, I, R E B) E CRITICADO   *
      * NO MOMENTO DA DIGITACAO COM AS MESMAS REGRAS DO DEV06P10 -     *
      * DIGITO VERIFICADOR DO CNPJ PELO DEV08P10, DATA PELO DEVCDATA,  *
      * FILIAL NO MESTRE DEV06FLM E EXISTENCIA/SITUACAO DO CODIGO EM   *
      * ALUNO06.CLIENTPJ - E O ERRO APARECE NA HORA, COM O CURSOR NO   *
      * CAMPO, EM VEZ DE SO NO DADOSREJ DA MANHA SEGUINTE.             *
      * O LANCAMENTO ACEITO ENTRA NO LOTE DO DIA (TABELA               *
      * ALUNO06.CLIENTPJ_DIGT, SITUACAO 'P' = PENDENTE), NUMERADO POR  *
      * DIA. O LOTE E FECHADO EM UM ARQUIVO DADOSCLI COM HEADER E      *
      * TRAILER PELO DEV72P10 (DEVDIA10), CARREGADO PELO DEV06P10 COMO *
      * QUALQUER OUTRO DADOSCLI.                                       *
      *   - ENTER - CRITICA E GRAVA O LANCAMENTO;                      *
      *   - PF5 - LISTA OS LANCAMENTOS PENDENTES DO LOTE DO DIA;       *
      *   - PF7/PF8 - PAGINA A LISTA, 8 LINHAS POR VEZ;                *
      *   - PF9 - EXCLUI DO LOTE O LANCAMENTO DE SEQUENCIA INFORMADA   *
      *     (SITUACAO 'E' - A LINHA FICA NA TABELA COMO REGISTRO);     *
      *   - PF12/CLEAR - LIMPA A TELA; PF3 - ENCERRA.                  *
      * OPERACOES F, G E V CONTINUAM PASSANDO PELA APROVACAO DO        *
      * DEV44P10, E C, J E W PELOS ARQUIVOS DAS ORIGENS - NAO SAO      *
      * ACEITAS NESTA TELA.                                            *
      * PSEUDOCONVERSACIONAL: SO A LISTA EM EXIBICAO E A PAGINA        *
      * VIAJAM NA COMMAREA; OS CAMPOS DIGITADOS VOLTAM COM A PROPRIA   *
      * TELA (FSET).                                                   *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIENTPJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIDIGT END-EXEC.
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
           COPY DFHBMSCA.
      *
           COPY DEV71MS.
      *
           COPY DEVDGTCL.
      *
      * REGISTRO EM MONTAGEM, NO LAYOUT DO ARQUIVO DADOSCLI.
           COPY DEVBKCLI.
      *
      * ESTADO DA CONVERSA, DEVOLVIDO A CADA RETURN TRANSID E RECEBIDO
      * DE VOLTA NA DFHCOMMAREA NA INTERACAO SEGUINTE.
       01 WS-COMMAREA.
           05 WS-CA-LISTA              PIC X(001) VALUE SPACES.
               88 LISTA-VAZIA          VALUE SPACE.
               88 LISTA-LANCAMENTOS    VALUE 'L'.
           05 WS-CA-PAGINA             PIC 9(004) VALUE ZEROS.
           05 WS-CA-HA-MAIS            PIC X(001) VALUE 'N'.
      *
      * CAMPOS COMO DIGITADOS NA TELA, JA SEM OS NULOS DO 3270 - SAO
      * DEVOLVIDOS A TELA QUANDO O LANCAMENTO E RECUSADO, PARA QUE O
      * DIGITADOR SO CORRIJA O CAMPO EM ERRO.
       01 WS-TELA.
           05 WS-TELA-OPER             PIC X(001).
           05 WS-TELA-CODIGO           PIC X(007).
           05 WS-TELA-CODIGO-N REDEFINES WS-TELA-CODIGO
                                       PIC 9(007).
           05 WS-TELA-RAZAO            PIC X(040).
           05 WS-TELA-CNPJ             PIC X(008).
           05 WS-TELA-FILIAL           PIC X(004).
           05 WS-TELA-CTRL             PIC X(002).
           05 WS-TELA-CTRL-N REDEFINES WS-TELA-CTRL
                                       PIC 9(002).
           05 WS-TELA-VCOMP            PIC X(011).
           05 WS-TELA-VCOMP-N REDEFINES WS-TELA-VCOMP
                                       PIC 9(011).
           05 WS-TELA-VCOMC            PIC X(002).
           05 WS-TELA-VCOMC-N REDEFINES WS-TELA-VCOMC
                                       PIC 9(002).
           05 WS-TELA-DTOPER           PIC X(008).
           05 WS-TELA-DTOPER-R REDEFINES WS-TELA-DTOPER.
               10 WS-TELA-DTOPER-DD    PIC 9(002).
               10 WS-TELA-DTOPER-MM    PIC 9(002).
               10 WS-TELA-DTOPER-AA    PIC 9(004).
           05 WS-TELA-SINAL            PIC X(001).
           05 WS-TELA-VAJUS            PIC X(009).
           05 WS-TELA-VAJUS-N REDEFINES WS-TELA-VAJUS
                                       PIC 9(009).
           05 WS-TELA-VAJUC            PIC X(002).
           05 WS-TELA-VAJUC-N REDEFINES WS-TELA-VAJUC
                                       PIC 9(002).
           05 WS-TELA-EMAIL            PIC X(050).
           05 WS-TELA-EXCL             PIC X(005).
           05 WS-TELA-EXCL-N REDEFINES WS-TELA-EXCL
                                       PIC 9(005).
      *
      * CAMPO ONDE O CURSOR E POSICIONADO (E REALCADO) QUANDO A
      * CRITICA RECUSA O LANCAMENTO.
       01 WS-CAMPO-ERRO            PIC X(006) VALUE SPACES.
           88 ERRO-EM-OPER                    VALUE 'OPER'.
           88 ERRO-EM-CODIGO                  VALUE 'CODIGO'.
           88 ERRO-EM-RAZAO                   VALUE 'RAZAO'.
           88 ERRO-EM-CNPJ                    VALUE 'CNPJ'.
           88 ERRO-EM-FILIAL                  VALUE 'FILIAL'.
           88 ERRO-EM-CTRL                    VALUE 'CTRL'.
           88 ERRO-EM-VCOMP                   VALUE 'VCOMP'.
           88 ERRO-EM-DTOPER                  VALUE 'DTOPER'.
           88 ERRO-EM-VAJUS                   VALUE 'VAJUS'.
           88 ERRO-EM-EXCL                    VALUE 'EXCL'.
      *
      * REGISTRO DO MESTRE DE FILIAIS (VSAM DEV06FLM) - MESMO LAYOUT
      * LIDO PELO DEV06P10 E PELO DEV48P10.
       01 REG-FILIAL.
           05 FLM-CHAVE.
               10 FLM-CNPJ             PIC X(008).
               10 FLM-FILIAL           PIC X(004).
      *
      * AREAS DE CHAMADA DAS ROTINAS DE CRITICA DO DEV06P10.
       01 WRK-DEVCDATA.
           05 WRK-DATADEV          PIC 9(8) VALUE ZEROS.
           05 WRK-CODRDEV          PIC X(2) VALUE SPACES.
      *
       01 WRK-AREACNPJ.
           05 WRK-DADOS-CNPJ.
               10 WRK-CNPJ         PIC X(8).
               10 WRK-FILIAL       PIC X(4).
               10 WRK-CONTROLE     PIC 9(2).
           05 WRK-CODRCNPJ         PIC X(2).
           05 WRK-MODO-CNPJ        PIC X(1) VALUE 'V'.
      *
       01 WRK-PROG-CNPJ            PIC X(8) VALUE 'DEV08P10'.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
      * SITUACAO DO CODIGO INFORMADO EM CLIENTPJ.
       01 WS-CLIENTE-HOST.
           05 WS-CODIGOCLI-HOST        PIC 9(7).
           05 WS-RAZAOSOCIAL-HOST      PIC X(40).
           05 WS-NUMECNPJA-HOST        PIC X(8).
           05 WS-SITUACAO-CLI-HOST     PIC X(1).
               88 CLIENTE-ATIVO                   VALUE 'A'.
               88 CLIENTE-INATIVO                 VALUE 'I'.
               88 CLIENTE-NAO-CADASTRADO          VALUE 'N'.
       01 WS-CNPJ-HOST             PIC X(8) VALUE SPACES.
       01 WS-FILIAL-HOST           PIC X(4) VALUE SPACES.
       01 WS-CODIGO-DONO-HOST      PIC 9(7) VALUE ZEROS.
       01 WS-SITUACAO-BLOQ-HOST    PIC X(1) VALUE SPACES.
       01 WS-QTDE-HOST             PIC S9(9) COMP VALUE ZEROS.
      *
      * LANCAMENTO DO LOTE DO DIA (ALUNO06.CLIENTPJ_DIGT).
       01 WS-DIGT-HOST.
           05 WS-DIGT-SEQ-HOST         PIC 9(5).
           05 WS-DIGT-OPERACAO-HOST    PIC X(1).
           05 WS-DIGT-CODIGOCLI-HOST   PIC 9(7).
           05 WS-DIGT-RAZAOSOCIAL-HOST PIC X(40).
           05 WS-DIGT-CNPJ-HOST        PIC X(8).
           05 WS-DIGT-FILIAL-HOST      PIC X(4).
           05 WS-DIGT-CONTROLE-HOST    PIC 9(2).
           05 WS-DIGT-VRULTCOMPRA-HOST PIC S9(11)V99.
           05 WS-DIGT-DATAOPER-HOST    PIC 9(8).
           05 WS-DIGT-VLRAJUSTE-HOST   PIC S9(9)V99.
           05 WS-DIGT-EMAIL-HOST       PIC X(50).
           05 WS-DIGT-USUARIO-HOST     PIC X(8).
       01 WS-QTDE-PENDENTES-HOST   PIC S9(9) COMP VALUE ZEROS.
      *
      * A SEQUENCIA DO DIA E A MAIOR GRAVADA MAIS UM - DOIS
      * DIGITADORES GRAVANDO NO MESMO INSTANTE DISPUTAM O MESMO NUMERO;
      * O PERDEDOR (SQLCODE -803) APURA DE NOVO.
       01 WS-TENTATIVAS            PIC 9(001) VALUE ZEROS.
       01 WS-GRAVADO               PIC X VALUE 'N'.
      *
      * CONTROLE DA PAGINA DA LISTA - AS LINHAS DAS PAGINAS ANTERIORES
      * SAO LIDAS E DESPREZADAS; UMA 9A LINHA LIDA SO INDICA QUE HA
      * PAGINA SEGUINTE.
       01 WS-QTDE-PULAR            PIC 9(007) VALUE ZEROS.
       01 WS-QTDE-LIDAS            PIC 9(007) VALUE ZEROS.
       01 WS-QTDE-LINHAS           PIC 9(003) VALUE ZEROS.
       01 WS-FIM-CURSOR            PIC X VALUE 'N'.
       01 WS-PAGINA-EDIT           PIC ZZZ9.
       01 WS-QTDE-EDIT             PIC ZZZZ9.
       01 WS-SEQ-EDIT              PIC ZZZZ9.
      *
       01 WS-RESP                  PIC S9(8) COMP VALUE ZEROS.
       01 WS-ABSTIME               PIC S9(15) COMP-3 VALUE ZEROS.
       01 WS-DATA-PROCESSAMENTO    PIC 9(8) VALUE ZEROS.
       01 WS-HORA-PROCESSAMENTO    PIC 9(6) VALUE ZEROS.
       01 WS-DATA-TELA             PIC X(010) VALUE SPACES.
       01 WS-USUARIO-CICS          PIC X(008) VALUE SPACES.
       01 WS-ERRO-TELA             PIC X VALUE 'N'.
       01 WS-DATA-OBRIGATORIA      PIC X VALUE 'N'.
       01 WS-MENSAGEM              PIC X(078) VALUE SPACES.
       01 WS-SQLCODE-EDIT          PIC -ZZZZZZZZ9.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(006).
      *
       PROCEDURE DIVISION.
      *
       0000-INICIO.
           EXEC SQL DECLARE C-LANC CURSOR FOR
               SELECT SEQ_DIGT, OPERACAO_DIGT, CODIGO_CLI,
                      RAZSOCIAL_CLI, NUMECNPJ_DIGT, FILIALCNPJ_DIGT,
                      VRULTCOMPRA_DIGT, VLRAJUSTE_DIGT, USUARIO_DIGT
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE DT_DIGT = :WS-DATA-PROCESSAMENTO
                  AND SITUACAO_DIGT = 'P'
                ORDER BY SEQ_DIGT
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
               TRANSID('DV71')
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
           MOVE SPACES TO WS-CA-LISTA
           MOVE ZEROS TO WS-CA-PAGINA
           MOVE 'N' TO WS-CA-HA-MAIS
           MOVE SPACES TO WS-TELA
           MOVE 'DIGITE O MOVIMENTO E TECLE ENTER PARA GRAVAR NO LOTE'
               TO WS-MENSAGEM
           PERFORM 6000-ENVIA-TELA.
      *
       0200-TRATA-TECLA.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 0900-ENCERRA
               WHEN DFHPF12
               WHEN DFHCLEAR
                   PERFORM 0100-TELA-INICIAL
               WHEN OTHER
                   PERFORM 0300-RECEBE-TELA
                   PERFORM 0250-DESVIA-TECLA
           END-EVALUATE.
      *
       0250-DESVIA-TECLA.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 1000-GRAVA-LANCAMENTO
               WHEN DFHPF5
                   PERFORM 3000-ABRE-LISTA
               WHEN DFHPF7
                   PERFORM 5000-PAGINA-ANTERIOR
               WHEN DFHPF8
                   PERFORM 5100-PAGINA-SEGUINTE
               WHEN DFHPF9
                   PERFORM 4000-EXCLUI-LANCAMENTO
               WHEN OTHER
                   MOVE 'TECLA NAO PREVISTA NESTA TELA' TO WS-MENSAGEM
                   PERFORM 6000-ENVIA-TELA
           END-EVALUATE.
      *
       0900-ENCERRA.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
           EXEC CICS RETURN END-EXEC.
      *
      * LE A TELA EM QUALQUER TECLA QUE NAO A LIMPE - OS CAMPOS
      * DIGITADOS SOBREVIVEM A PAGINACAO E A EXCLUSAO. CAMPOS NAO
      * DIGITADOS CHEGAM COM NULOS (LOW-VALUES), TROCADOS POR BRANCOS.
       0300-RECEBE-TELA.
           MOVE SPACES TO WS-TELA
           EXEC CICS RECEIVE
               MAP('DEV71M1')
               MAPSET('DEV71MS')
               INTO(DEV71M1I)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(MAPFAIL)
               EXIT PARAGRAPH
           END-IF
      *
           INSPECT OPERI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CODIGOI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT RAZAOI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CNPJI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FILIALI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CTRLI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT VCOMPI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT VCOMCI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT DTOPERI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SINALI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT VAJUSI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT VAJUCI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT EMAILI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT EXCLI REPLACING ALL LOW-VALUE BY SPACE
      *
           MOVE OPERI TO WS-TELA-OPER
           MOVE CODIGOI TO WS-TELA-CODIGO
           MOVE RAZAOI TO WS-TELA-RAZAO
           MOVE CNPJI TO WS-TELA-CNPJ
           MOVE FILIALI TO WS-TELA-FILIAL
           MOVE CTRLI TO WS-TELA-CTRL
           MOVE VCOMPI TO WS-TELA-VCOMP
           MOVE VCOMCI TO WS-TELA-VCOMC
           MOVE DTOPERI TO WS-TELA-DTOPER
           MOVE SINALI TO WS-TELA-SINAL
           MOVE VAJUSI TO WS-TELA-VAJUS
           MOVE VAJUCI TO WS-TELA-VAJUC
           MOVE EMAILI TO WS-TELA-EMAIL
           MOVE EXCLI TO WS-TELA-EXCL.
      *
      * ENTER - CRITICA O LANCAMENTO E, ACEITO, GRAVA NO LOTE DO DIA.
      * RECUSADO, A TELA VOLTA COMO FOI DIGITADA, COM O CURSOR NO
      * PRIMEIRO CAMPO EM ERRO.
       1000-GRAVA-LANCAMENTO.
           MOVE 'N' TO WS-ERRO-TELA
           MOVE SPACES TO WS-CAMPO-ERRO
      *
           PERFORM 1100-EDITA-CAMPOS
           IF WS-ERRO-TELA = 'S'
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 1200-VALIDA-LANCAMENTO
           IF WS-ERRO-TELA = 'S'
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 1300-INSERE-LANCAMENTO
           IF WS-ERRO-TELA = 'S'
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-DIGT-SEQ-HOST TO WS-SEQ-EDIT
           MOVE SPACES TO WS-MENSAGEM
           STRING 'LANCAMENTO ' DELIMITED BY SIZE
                  WS-SEQ-EDIT DELIMITED BY SIZE
                  ' GRAVADO NO LOTE DO DIA' DELIMITED BY SIZE
             INTO WS-MENSAGEM
           END-STRING
           MOVE SPACES TO WS-TELA
           PERFORM 6000-ENVIA-TELA.
      *
      * CRITICA DE FORMATO DOS CAMPOS E MONTAGEM DO REGISTRO
      * PRF-DADOSCLI. VALORES SAO DIGITADOS EM PARTE INTEIRA E
      * CENTAVOS; A DATA EM DDMMAAAA. CAMPO NUMERICO EM BRANCO VALE
      * ZERO.
       1100-EDITA-CAMPOS.
           INITIALIZE PRF-DADOSCLI
           MOVE WS-TELA-OPER TO PRF-OPERACAO
           IF NOT (NOVO-CLIENTE OR ATUALIZACAO OR INATIVACAO
                   OR REATIVACAO OR AJUSTE-SALDO)
               SET ERRO-EM-OPER TO TRUE
               MOVE 'OPERACAO NAO DIGITAVEL - USE N, A, I, R OU B'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-TELA-CODIGO = SPACES
               MOVE ZEROS TO WS-TELA-CODIGO-N
           END-IF
           IF WS-TELA-CODIGO-N IS NOT NUMERIC
               SET ERRO-EM-CODIGO TO TRUE
               MOVE 'CODIGO DO CLIENTE DEVE SER NUMERICO' TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELA-CODIGO-N TO PRF-CODIGOCLI
           MOVE WS-TELA-RAZAO TO PRF-RAZAOSOCIAL
           MOVE WS-TELA-CNPJ TO PRF-CNPJ
           MOVE WS-TELA-FILIAL TO PRF-FILIAL
      *
           IF WS-TELA-CTRL = SPACES
               MOVE ZEROS TO WS-TELA-CTRL-N
           END-IF
           IF WS-TELA-CTRL-N IS NOT NUMERIC
               SET ERRO-EM-CTRL TO TRUE
               MOVE 'CONTROLE DO CNPJ DEVE SER NUMERICO' TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELA-CTRL-N TO PRF-CONTROLE
      *
           IF WS-TELA-VCOMP = SPACES
               MOVE ZEROS TO WS-TELA-VCOMP-N
           END-IF
           IF WS-TELA-VCOMC = SPACES
               MOVE ZEROS TO WS-TELA-VCOMC-N
           END-IF
           IF WS-TELA-VCOMP-N IS NOT NUMERIC
              OR WS-TELA-VCOMC-N IS NOT NUMERIC
               SET ERRO-EM-VCOMP TO TRUE
               MOVE 'VALOR DA ULTIMA COMPRA DEVE SER NUMERICO'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
           COMPUTE PRF-VLRULTCOMPRA =
               WS-TELA-VCOMP-N + WS-TELA-VCOMC-N / 100
      *
           IF WS-TELA-DTOPER = SPACES
               MOVE ZEROS TO PRF-DATAOPER
           ELSE
               IF WS-TELA-DTOPER IS NOT NUMERIC
                   SET ERRO-EM-DTOPER TO TRUE
                   MOVE 'DATA DA OPERACAO DEVE SER NUMERICA (DDMMAAAA)'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE PRF-DATAOPER = WS-TELA-DTOPER-AA * 10000
                                    + WS-TELA-DTOPER-MM * 100
                                    + WS-TELA-DTOPER-DD
           END-IF
      *
           IF WS-TELA-VAJUS = SPACES
               MOVE ZEROS TO WS-TELA-VAJUS-N
           END-IF
           IF WS-TELA-VAJUC = SPACES
               MOVE ZEROS TO WS-TELA-VAJUC-N
           END-IF
           IF WS-TELA-VAJUS-N IS NOT NUMERIC
              OR WS-TELA-VAJUC-N IS NOT NUMERIC
               SET ERRO-EM-VAJUS TO TRUE
               MOVE 'VALOR DO AJUSTE DEVE SER NUMERICO' TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TELA-SINAL
               WHEN SPACE
               WHEN '+'
                   COMPUTE PRF-VLRAJUSTE =
                       WS-TELA-VAJUS-N + WS-TELA-VAJUC-N / 100
               WHEN '-'
                   COMPUTE PRF-VLRAJUSTE =
                       0 - (WS-TELA-VAJUS-N + WS-TELA-VAJUC-N / 100)
               WHEN OTHER
                   SET ERRO-EM-VAJUS TO TRUE
                   MOVE 'SINAL DO AJUSTE DEVE SER + OU -' TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
           END-EVALUATE
      *
           MOVE WS-TELA-EMAIL TO PRF-EMAIL.
      *
      * CRITICA DE CONTEUDO, OPERACAO A OPERACAO, NA MESMA ORDEM E COM
      * AS MESMAS REGRAS DO PROCESSAMENTO CORRESPONDENTE NO DEV06P10.
       1200-VALIDA-LANCAMENTO.
           EVALUATE TRUE
               WHEN NOVO-CLIENTE
                   PERFORM 1210-VALIDA-NOVO
               WHEN ATUALIZACAO
                   PERFORM 1220-VALIDA-ATUALIZACAO
               WHEN INATIVACAO
                   PERFORM 1230-VALIDA-INATIVACAO
               WHEN REATIVACAO
                   PERFORM 1240-VALIDA-REATIVACAO
               WHEN AJUSTE-SALDO
                   PERFORM 1250-VALIDA-AJUSTE
           END-EVALUATE
      *
           IF WS-ERRO-TELA NOT = 'S'
               PERFORM 1290-VERIFICA-PENDENTE
           END-IF.
      *
      * NOVO CLIENTE - CODIGO ZERADO PEDE ATRIBUICAO AUTOMATICA NO
      * DEV06P10; INFORMADO, NAO PODE ESTAR EM USO.
       1210-VALIDA-NOVO.
           IF PRF-CODIGOCLI NOT = 0
               PERFORM 1430-CONSULTA-CLIENTE
               IF WS-ERRO-TELA = 'S'
                   EXIT PARAGRAPH
               END-IF
               IF NOT CLIENTE-NAO-CADASTRADO
                   SET ERRO-EM-CODIGO TO TRUE
                   MOVE 'CODIGO JA CADASTRADO - DEIXE EM BRANCO'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           IF PRF-RAZAOSOCIAL = SPACES
               SET ERRO-EM-RAZAO TO TRUE
               MOVE 'RAZAO SOCIAL OBRIGATORIA PARA CLIENTE NOVO'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF PRF-CNPJ = SPACES OR PRF-FILIAL = SPACES
               SET ERRO-EM-CNPJ TO TRUE
               MOVE 'CNPJ E FILIAL OBRIGATORIOS PARA CLIENTE NOVO'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 1400-VALIDA-CNPJ
           IF WS-ERRO-TELA = 'S'
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WRK-CNPJ TO WS-CNPJ-HOST
           MOVE WRK-FILIAL TO WS-FILIAL-HOST
           EXEC SQL
               SELECT CODIGO_CLI INTO :WS-CODIGO-DONO-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE NUMECNPJA_CLI = :WS-CNPJ-HOST
                  AND FILIALCNPJA_CLI = :WS-FILIAL-HOST
                  AND DTINATIVA_CLI IS NULL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET ERRO-EM-CNPJ TO TRUE
                   MOVE SPACES TO WS-MENSAGEM
                   STRING 'CNPJ/FILIAL JA ATIVO NO CLIENTE '
                          WS-CODIGO-DONO-HOST DELIMITED BY SIZE
                     INTO WS-MENSAGEM
                   END-STRING
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
               WHEN 100
                   CONTINUE
      *        -811: MAIS DE UM CLIENTE ATIVO NO MESMO CNPJ/FILIAL
               WHEN -811
                   SET ERRO-EM-CNPJ TO TRUE
                   MOVE 'CNPJ/FILIAL JA CADASTRADO E ATIVO'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM 2900-MENSAGEM-ERRO-DB2
                   EXIT PARAGRAPH
           END-EVALUATE
      *
           IF PRF-VLRULTCOMPRA = 0
               SET ERRO-EM-VCOMP TO TRUE
               MOVE 'VALOR DA ULTIMA COMPRA OBRIGATORIO'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE 'S' TO WS-DATA-OBRIGATORIA
           PERFORM 1420-VALIDA-DATA.
      *
      * ATUALIZACAO - CLIENTE ATIVO. A CRITICA DE CNPJ SO SE APLICA
      * QUANDO ALGUM CAMPO DE CNPJ FOI INFORMADO (UM 'A' SO DE
      * VALOR/DATA PRESERVA O CNPJ REGISTRADO); A DATA, SE INFORMADA.
       1220-VALIDA-ATUALIZACAO.
           PERFORM 1410-EXIGE-CLIENTE-ATIVO
           IF WS-ERRO-TELA = 'S'
               EXIT PARAGRAPH
           END-IF
      *
           IF PRF-CNPJ NOT = SPACES OR PRF-FILIAL NOT = SPACES
              OR PRF-CONTROLE NOT = 0
               PERFORM 1400-VALIDA-CNPJ
               IF WS-ERRO-TELA = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           IF PRF-DATAOPER NOT = 0
               MOVE 'N' TO WS-DATA-OBRIGATORIA
               PERFORM 1420-VALIDA-DATA
           END-IF.
      *
      * INATIVACAO - CLIENTE ATIVO E DATA OBRIGATORIA. DATA FUTURA E
      * RECUSADA: A JANELA DE AGENDAMENTO E UM PARAMETRO DO RUN DO
      * DEV06P10, DESCONHECIDO AQUI.
       1230-VALIDA-INATIVACAO.
           PERFORM 1410-EXIGE-CLIENTE-ATIVO
           IF WS-ERRO-TELA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DATA-OBRIGATORIA
           PERFORM 1420-VALIDA-DATA.
      *
      * REATIVACAO - CLIENTE INATIVO E DATA OBRIGATORIA.
       1240-VALIDA-REATIVACAO.
           PERFORM 1415-EXIGE-CODIGO
           IF WS-ERRO-TELA = 'S'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CLIENTE-NAO-CADASTRADO
                   SET ERRO-EM-CODIGO TO TRUE
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
               WHEN CLIENTE-ATIVO
                   SET ERRO-EM-CODIGO TO TRUE
                   MOVE 'CLIENTE JA ESTA ATIVO' TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
           END-EVALUATE
           IF PRF-RAZAOSOCIAL = SPACES
               MOVE WS-RAZAOSOCIAL-HOST TO PRF-RAZAOSOCIAL
           END-IF
           MOVE 'S' TO WS-DATA-OBRIGATORIA
           PERFORM 1420-VALIDA-DATA.
      *
      * AJUSTE DE SALDO - CLIENTE ATIVO E VALOR DIFERENTE DE ZERO. O
      * AJUSTE POSITIVO DE GRUPO EM BLOQUEIO DE CREDITO SERIA RECUSADO
      * NA CARGA, ENTAO E RECUSADO JA AQUI.
       1250-VALIDA-AJUSTE.
           PERFORM 1410-EXIGE-CLIENTE-ATIVO
           IF WS-ERRO-TELA = 'S'
               EXIT PARAGRAPH
           END-IF
      *
           IF PRF-VLRAJUSTE = 0
               SET ERRO-EM-VAJUS TO TRUE
               MOVE 'VALOR DO AJUSTE OBRIGATORIO' TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           IF PRF-VLRAJUSTE > 0
               PERFORM 1440-VERIFICA-BLOQUEIO
               IF WS-ERRO-TELA = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *
           IF PRF-DATAOPER NOT = 0
               MOVE 'N' TO WS-DATA-OBRIGATORIA
               PERFORM 1420-VALIDA-DATA
           END-IF.
      *
      * O DEV06P10 RECUSA DOIS REGISTROS DE MESMO CODIGO E OPERACAO NO
      * MESMO ARQUIVO (CHAVE DUPLICADA) - COMO TODO PENDENTE SAI NO
      * PROXIMO FECHAMENTO, A CRITICA OLHA TODOS OS PENDENTES. NOVO
      * CLIENTE DE CODIGO ZERADO RECEBE CODIGO PROPRIO E FICA FORA.
       1290-VERIFICA-PENDENTE.
           IF NOVO-CLIENTE AND PRF-CODIGOCLI = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PRF-CODIGOCLI TO WS-DIGT-CODIGOCLI-HOST
           MOVE PRF-OPERACAO TO WS-DIGT-OPERACAO-HOST
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTDE-HOST
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE CODIGO_CLI = :WS-DIGT-CODIGOCLI-HOST
                  AND OPERACAO_DIGT = :WS-DIGT-OPERACAO-HOST
                  AND SITUACAO_DIGT = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2900-MENSAGEM-ERRO-DB2
               EXIT PARAGRAPH
           END-IF
           IF WS-QTDE-HOST > 0
               SET ERRO-EM-CODIGO TO TRUE
               MOVE 'JA HA LANCAMENTO PENDENTE DESTA OPERACAO'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
           END-IF.
      *
      * GRAVA O LANCAMENTO ACEITO COMO PENDENTE NO LOTE DO DIA.
       1300-INSERE-LANCAMENTO.
           EXEC CICS ASSIGN USERID(WS-USUARIO-CICS) END-EXEC
      *
           MOVE PRF-OPERACAO TO WS-DIGT-OPERACAO-HOST
           MOVE PRF-CODIGOCLI TO WS-DIGT-CODIGOCLI-HOST
           MOVE PRF-RAZAOSOCIAL TO WS-DIGT-RAZAOSOCIAL-HOST
           MOVE PRF-CNPJ TO WS-DIGT-CNPJ-HOST
           MOVE PRF-FILIAL TO WS-DIGT-FILIAL-HOST
           MOVE PRF-CONTROLE TO WS-DIGT-CONTROLE-HOST
           MOVE PRF-VLRULTCOMPRA TO WS-DIGT-VRULTCOMPRA-HOST
           MOVE PRF-DATAOPER TO WS-DIGT-DATAOPER-HOST
           MOVE PRF-VLRAJUSTE TO WS-DIGT-VLRAJUSTE-HOST
           MOVE PRF-EMAIL TO WS-DIGT-EMAIL-HOST
           MOVE WS-USUARIO-CICS TO WS-DIGT-USUARIO-HOST
      *
           MOVE 'N' TO WS-GRAVADO
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM UNTIL WS-GRAVADO = 'S'
                      OR WS-ERRO-TELA = 'S'
               ADD 1 TO WS-TENTATIVAS
               PERFORM 1310-TENTA-INSERT
           END-PERFORM.
      *
       1310-TENTA-INSERT.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_DIGT), 0) + 1
                 INTO :WS-DIGT-SEQ-HOST
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE DT_DIGT = :WS-DATA-PROCESSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2900-MENSAGEM-ERRO-DB2
               EXIT PARAGRAPH
           END-IF
      *
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_DIGT (
                   DT_DIGT, SEQ_DIGT, OPERACAO_DIGT, CODIGO_CLI,
                   RAZSOCIAL_CLI, NUMECNPJ_DIGT, FILIALCNPJ_DIGT,
                   CONTROLE_DIGT, VRULTCOMPRA_DIGT, DATAOPER_DIGT,
                   VLRAJUSTE_DIGT, EMAIL_DIGT, USUARIO_DIGT,
                   HORA_DIGT, SITUACAO_DIGT, DATA_GER_DIGT,
                   SEQ_GER_DIGT
               ) VALUES (
                   :WS-DATA-PROCESSAMENTO, :WS-DIGT-SEQ-HOST,
                   :WS-DIGT-OPERACAO-HOST, :WS-DIGT-CODIGOCLI-HOST,
                   :WS-DIGT-RAZAOSOCIAL-HOST, :WS-DIGT-CNPJ-HOST,
                   :WS-DIGT-FILIAL-HOST, :WS-DIGT-CONTROLE-HOST,
                   :WS-DIGT-VRULTCOMPRA-HOST, :WS-DIGT-DATAOPER-HOST,
                   :WS-DIGT-VLRAJUSTE-HOST, :WS-DIGT-EMAIL-HOST,
                   :WS-DIGT-USUARIO-HOST, :WS-HORA-PROCESSAMENTO,
                   'P', 0, 0 )
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-GRAVADO
               WHEN -803
                   IF WS-TENTATIVAS NOT < 3
                       PERFORM 2900-MENSAGEM-ERRO-DB2
                   END-IF
               WHEN OTHER
                   PERFORM 2900-MENSAGEM-ERRO-DB2
           END-EVALUATE.
      *
      * DIGITO VERIFICADOR PELO DEV08P10 E FILIAL NO MESTRE DEV06FLM,
      * COM OS MESMOS MOTIVOS DE RECUSA DO DEV06P10.
       1400-VALIDA-CNPJ.
           MOVE PRF-CNPJ TO WRK-CNPJ
           MOVE PRF-FILIAL TO WRK-FILIAL
           MOVE PRF-CONTROLE TO WRK-CONTROLE
           MOVE 'V' TO WRK-MODO-CNPJ
           CALL WRK-PROG-CNPJ USING WRK-AREACNPJ
           IF WRK-CODRCNPJ NOT = 'OK'
               EVALUATE WRK-CODRCNPJ
                   WHEN '01'
                       SET ERRO-EM-CNPJ TO TRUE
                       MOVE 'CNPJ EM BRANCO' TO WS-MENSAGEM
                   WHEN '02'
                       SET ERRO-EM-CTRL TO TRUE
                       MOVE 'CONTROLE INVALIDO' TO WS-MENSAGEM
                   WHEN '03'
                       SET ERRO-EM-CTRL TO TRUE
                       MOVE 'DIGITO VERIFICADOR DO CNPJ INVALIDO'
                           TO WS-MENSAGEM
                   WHEN OTHER
                       SET ERRO-EM-CNPJ TO TRUE
                       MOVE 'CNPJ INVALIDO' TO WS-MENSAGEM
               END-EVALUATE
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WRK-CNPJ TO FLM-CNPJ
           MOVE WRK-FILIAL TO FLM-FILIAL
           EXEC CICS READ
               FILE('DEV06FLM')
               INTO(REG-FILIAL)
               RIDFLD(FLM-CHAVE)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET ERRO-EM-FILIAL TO TRUE
                   MOVE 'FILIAL NAO CONSTA NO MESTRE PARA ESTE CNPJ'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
               WHEN OTHER
                   SET ERRO-EM-FILIAL TO TRUE
                   MOVE 'MESTRE DE FILIAIS DEV06FLM INDISPONIVEL'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
           END-EVALUATE.
      *
      * A, I E B - O CODIGO DEVE EXISTIR E O CLIENTE ESTAR ATIVO.
       1410-EXIGE-CLIENTE-ATIVO.
           PERFORM 1415-EXIGE-CODIGO
           IF WS-ERRO-TELA = 'S'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CLIENTE-NAO-CADASTRADO
                   SET ERRO-EM-CODIGO TO TRUE
                   MOVE 'CLIENTE NAO CADASTRADO' TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
               WHEN CLIENTE-INATIVO
                   SET ERRO-EM-CODIGO TO TRUE
                   MOVE 'CLIENTE INATIVO - OPERACAO NAO PERMITIDA'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
                   EXIT PARAGRAPH
           END-EVALUATE
      *    O 'A' SO TROCA A RAZAO SOCIAL QUANDO ELA E INFORMADA - SO
      *    I E B RECEBEM A RAZAO DO CADASTRO PARA A LISTA DO LOTE.
           IF PRF-RAZAOSOCIAL = SPACES AND NOT ATUALIZACAO
               MOVE WS-RAZAOSOCIAL-HOST TO PRF-RAZAOSOCIAL
           END-IF.
      *
       1415-EXIGE-CODIGO.
           IF PRF-CODIGOCLI = 0
               SET ERRO-EM-CODIGO TO TRUE
               MOVE 'CODIGO DO CLIENTE OBRIGATORIO PARA ESTA OPERACAO'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
           PERFORM 1430-CONSULTA-CLIENTE.
      *
      * DATA DA OPERACAO PELO DEVCDATA, SEM DATA FUTURA. EM BRANCO SO
      * E ACEITA QUANDO WS-DATA-OBRIGATORIA = 'N'.
       1420-VALIDA-DATA.
           IF PRF-DATAOPER = 0 AND WS-DATA-OBRIGATORIA = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE PRF-DATAOPER TO WRK-DATADEV
           CALL WRK-PROG-DAT USING WRK-DEVCDATA
           IF WRK-CODRDEV NOT = 'OK'
               SET ERRO-EM-DTOPER TO TRUE
               IF PRF-DATAOPER = 0
                   MOVE 'DATA DA OPERACAO OBRIGATORIA (DDMMAAAA)'
                       TO WS-MENSAGEM
               ELSE
                   MOVE 'DATA DA OPERACAO INVALIDA' TO WS-MENSAGEM
               END-IF
               PERFORM 1900-MARCA-ERRO
               EXIT PARAGRAPH
           END-IF
           IF PRF-DATAOPER > WS-DATA-PROCESSAMENTO
               SET ERRO-EM-DTOPER TO TRUE
               MOVE 'DATA DA OPERACAO NAO PODE SER FUTURA'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
           END-IF.
      *
      * SITUACAO DO CODIGO EM CLIENTPJ - ATIVO, INATIVO OU NAO
      * CADASTRADO (MESMA TECNICA DO 2100-CONSULTA-CLIENTE DO
      * DEV68P10).
       1430-CONSULTA-CLIENTE.
           MOVE PRF-CODIGOCLI TO WS-CODIGOCLI-HOST
           MOVE SPACES TO WS-RAZAOSOCIAL-HOST WS-NUMECNPJA-HOST
           EXEC SQL
               SELECT RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      CASE WHEN DTINATIVA_CLI IS NULL THEN 'A'
                           ELSE 'I' END
                 INTO :WS-RAZAOSOCIAL-HOST, :WS-NUMECNPJA-HOST,
                      :WS-SITUACAO-CLI-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CLIENTE-NAO-CADASTRADO TO TRUE
               WHEN OTHER
                   PERFORM 2900-MENSAGEM-ERRO-DB2
           END-EVALUATE.
      *
      * RAIZ DE CNPJ DO CLIENTE EM BLOQUEIO DE CREDITO (DEV31P10) -
      * MESMA CONSULTA DO 0190-VERIFICA-BLOQUEIO-CREDITO DO DEV06P10.
       1440-VERIFICA-BLOQUEIO.
           EXEC SQL
               SELECT SITUACAO_BLOQ INTO :WS-SITUACAO-BLOQ-HOST
                 FROM ALUNO06.CLIENTPJ_BLOQ
                WHERE NUMECNPJA_CLI = :WS-NUMECNPJA-HOST
                  AND SITUACAO_BLOQ = 'B'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET ERRO-EM-VAJUS TO TRUE
                   MOVE 'GRUPO EM BLOQUEIO DE CREDITO - AJUSTE NEGADO'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 2900-MENSAGEM-ERRO-DB2
           END-EVALUATE.
      *
      * O CAMPO EM ERRO (WS-CAMPO-ERRO) E A MENSAGEM (WS-MENSAGEM) JA
      * FORAM PREENCHIDOS PELO CHAMADOR.
       1900-MARCA-ERRO.
           MOVE 'S' TO WS-ERRO-TELA.
      *
       2900-MENSAGEM-ERRO-DB2.
           MOVE SQLCODE TO WS-SQLCODE-EDIT
           MOVE SPACES TO WS-MENSAGEM
           STRING 'ERRO NO ACESSO AO BANCO DE DADOS - SQLCODE '
                  WS-SQLCODE-EDIT DELIMITED BY SIZE
             INTO WS-MENSAGEM
           END-STRING
           MOVE 'S' TO WS-ERRO-TELA.
      *
      * PF5 - LISTA OS PENDENTES DO LOTE DO DIA, A PARTIR DA PRIMEIRA
      * PAGINA.
       3000-ABRE-LISTA.
           MOVE 'L' TO WS-CA-LISTA
           MOVE 1 TO WS-CA-PAGINA
           PERFORM 6000-ENVIA-TELA.
      *
      * PF9 - EXCLUI DO LOTE DO DIA O LANCAMENTO PENDENTE DE SEQUENCIA
      * INFORMADA. LANCAMENTO JA FECHADO PELO DEV72P10 NAO E MAIS
      * EXCLUIDO AQUI - ESTA NO ARQUIVO, E A CORRECAO E UM NOVO
      * LANCAMENTO.
       4000-EXCLUI-LANCAMENTO.
           MOVE 'N' TO WS-ERRO-TELA
           MOVE SPACES TO WS-CAMPO-ERRO
           IF WS-TELA-EXCL = SPACES
               MOVE ZEROS TO WS-TELA-EXCL-N
           END-IF
           IF WS-TELA-EXCL-N IS NOT NUMERIC OR WS-TELA-EXCL-N = 0
               SET ERRO-EM-EXCL TO TRUE
               MOVE 'INFORME A SEQUENCIA DO LANCAMENTO A EXCLUIR'
                   TO WS-MENSAGEM
               PERFORM 1900-MARCA-ERRO
               PERFORM 6000-ENVIA-TELA
               EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-TELA-EXCL-N TO WS-DIGT-SEQ-HOST
           EXEC SQL
               UPDATE ALUNO06.CLIENTPJ_DIGT
                  SET SITUACAO_DIGT = 'E'
                WHERE DT_DIGT = :WS-DATA-PROCESSAMENTO
                  AND SEQ_DIGT = :WS-DIGT-SEQ-HOST
                  AND SITUACAO_DIGT = 'P'
           END-EXEC
           MOVE WS-DIGT-SEQ-HOST TO WS-SEQ-EDIT
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO WS-MENSAGEM
                   STRING 'LANCAMENTO ' DELIMITED BY SIZE
                          WS-SEQ-EDIT DELIMITED BY SIZE
                          ' EXCLUIDO DO LOTE DO DIA' DELIMITED BY SIZE
                     INTO WS-MENSAGEM
                   END-STRING
                   MOVE SPACES TO WS-TELA-EXCL
               WHEN 100
                   SET ERRO-EM-EXCL TO TRUE
                   MOVE 'LANCAMENTO NAO PENDENTE NO LOTE DO DIA'
                       TO WS-MENSAGEM
                   PERFORM 1900-MARCA-ERRO
               WHEN OTHER
                   SET ERRO-EM-EXCL TO TRUE
                   PERFORM 2900-MENSAGEM-ERRO-DB2
           END-EVALUATE
           PERFORM 6000-ENVIA-TELA.
      *
       5000-PAGINA-ANTERIOR.
           EVALUATE TRUE
               WHEN LISTA-VAZIA
                   MOVE 'NAO HA LISTA EM EXIBICAO - TECLE PF5'
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
                   MOVE 'NAO HA LISTA EM EXIBICAO - TECLE PF5'
                       TO WS-MENSAGEM
               WHEN WS-CA-HA-MAIS NOT = 'S'
                   MOVE 'JA ESTA NA ULTIMA PAGINA' TO WS-MENSAGEM
               WHEN OTHER
                   ADD 1 TO WS-CA-PAGINA
           END-EVALUATE
           PERFORM 6000-ENVIA-TELA.
      *
      * MONTA A TELA INTEIRA - CAMPOS DIGITADOS (OU LIMPOS, DEPOIS DE
      * UMA GRAVACAO), SITUACAO DO LOTE DO DIA E A PAGINA DA LISTA EM
      * EXIBICAO - E A ENVIA COM O CURSOR NO CAMPO EM ERRO, OU NA
      * OPERACAO.
       6000-ENVIA-TELA.
           MOVE LOW-VALUES TO DEV71M1O
           MOVE WS-DATA-TELA TO DATAO
      *
           MOVE WS-TELA-OPER TO OPERO
           MOVE WS-TELA-CODIGO TO CODIGOO
           MOVE WS-TELA-RAZAO TO RAZAOO
           MOVE WS-TELA-CNPJ TO CNPJO
           MOVE WS-TELA-FILIAL TO FILIALO
           MOVE WS-TELA-CTRL TO CTRLO
           MOVE WS-TELA-VCOMP TO VCOMPO
           MOVE WS-TELA-VCOMC TO VCOMCO
           MOVE WS-TELA-DTOPER TO DTOPERO
           MOVE WS-TELA-SINAL TO SINALO
           MOVE WS-TELA-VAJUS TO VAJUSO
           MOVE WS-TELA-VAJUC TO VAJUCO
           MOVE WS-TELA-EMAIL TO EMAILO
           MOVE WS-TELA-EXCL TO EXCLO
      *
           MOVE WS-DATA-TELA TO LDATAO
           PERFORM 6200-CONTA-PENDENTES
      *
           MOVE 'N' TO WS-CA-HA-MAIS
           IF LISTA-LANCAMENTOS
               PERFORM 6300-MONTA-LISTA-LANCAMENTOS
           END-IF
      *
           MOVE WS-MENSAGEM TO MSGO
           PERFORM 6100-POSICIONA-CURSOR
      *
           EXEC CICS SEND
               MAP('DEV71M1')
               MAPSET('DEV71MS')
               FROM(DEV71M1O)
               ERASE
               CURSOR
           END-EXEC.
      *
      * CURSOR E REALCE NO CAMPO EM ERRO; SEM ERRO, CURSOR NA OPERACAO.
       6100-POSICIONA-CURSOR.
           EVALUATE TRUE
               WHEN ERRO-EM-CODIGO
                   MOVE -1 TO CODIGOL
                   MOVE DFHUNINT TO CODIGOA
               WHEN ERRO-EM-RAZAO
                   MOVE -1 TO RAZAOL
                   MOVE DFHUNIMD TO RAZAOA
               WHEN ERRO-EM-CNPJ
                   MOVE -1 TO CNPJL
                   MOVE DFHUNIMD TO CNPJA
               WHEN ERRO-EM-FILIAL
                   MOVE -1 TO FILIALL
                   MOVE DFHUNIMD TO FILIALA
               WHEN ERRO-EM-CTRL
                   MOVE -1 TO CTRLL
                   MOVE DFHUNINT TO CTRLA
               WHEN ERRO-EM-VCOMP
                   MOVE -1 TO VCOMPL
                   MOVE DFHUNINT TO VCOMPA
               WHEN ERRO-EM-DTOPER
                   MOVE -1 TO DTOPERL
                   MOVE DFHUNINT TO DTOPERA
               WHEN ERRO-EM-VAJUS
                   MOVE -1 TO VAJUSL
                   MOVE DFHUNINT TO VAJUSA
               WHEN ERRO-EM-EXCL
                   MOVE -1 TO EXCLL
                   MOVE DFHUNINT TO EXCLA
               WHEN ERRO-EM-OPER
                   MOVE -1 TO OPERL
                   MOVE DFHUNIMD TO OPERA
               WHEN OTHER
                   MOVE -1 TO OPERL
           END-EVALUATE.
      *
      * QUANTIDADE DE PENDENTES NO LOTE DO DIA.
       6200-CONTA-PENDENTES.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-QTDE-PENDENTES-HOST
                 FROM ALUNO06.CLIENTPJ_DIGT
                WHERE DT_DIGT = :WS-DATA-PROCESSAMENTO
                  AND SITUACAO_DIGT = 'P'
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-QTDE-PENDENTES-HOST TO WS-QTDE-EDIT
               MOVE WS-QTDE-EDIT TO LQTDEO
           END-IF.
      *
       6300-MONTA-LISTA-LANCAMENTOS.
           MOVE WS-CA-PAGINA TO WS-PAGINA-EDIT
           MOVE SPACES TO LTITO
           STRING 'LANCAMENTOS PENDENTES DO LOTE DO DIA - PAGINA'
                  WS-PAGINA-EDIT DELIMITED BY SIZE
             INTO LTITO
           END-STRING
           MOVE DGT-CABLANC TO LCABO
      *
           MOVE 'N' TO WS-FIM-CURSOR
           MOVE ZEROS TO WS-QTDE-LIDAS
           MOVE ZEROS TO WS-QTDE-LINHAS
           COMPUTE WS-QTDE-PULAR = (WS-CA-PAGINA - 1) * 8
      *
           EXEC SQL OPEN C-LANC END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2900-MENSAGEM-ERRO-DB2
               EXIT PARAGRAPH
           END-IF
      *
           PERFORM 6350-FETCH-LANCAMENTO
           PERFORM UNTIL WS-FIM-CURSOR = 'S'
                      OR WS-QTDE-LINHAS > 8
               ADD 1 TO WS-QTDE-LIDAS
               IF WS-QTDE-LIDAS > WS-QTDE-PULAR
                   ADD 1 TO WS-QTDE-LINHAS
                   IF WS-QTDE-LINHAS NOT > 8
                       PERFORM 6360-FORMATA-LANCAMENTO
                   END-IF
               END-IF
               IF WS-QTDE-LINHAS NOT > 8
                   PERFORM 6350-FETCH-LANCAMENTO
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE C-LANC END-EXEC
      *
           IF WS-QTDE-LINHAS = 0
               MOVE 'NENHUM LANCAMENTO PENDENTE NO LOTE DO DIA'
                   TO LINHAO (1)
           END-IF
      *    UMA 9A LINHA LIDA INDICA PAGINA SEGUINTE (PF8).
           IF WS-QTDE-LINHAS > 8
               MOVE 'S' TO WS-CA-HA-MAIS
               IF WS-MENSAGEM = SPACES
                   MOVE 'PF8 PARA A PROXIMA PAGINA' TO WS-MENSAGEM
               END-IF
           END-IF.
      *
       6350-FETCH-LANCAMENTO.
           EXEC SQL
               FETCH C-LANC
                 INTO :WS-DIGT-SEQ-HOST, :WS-DIGT-OPERACAO-HOST,
                      :WS-DIGT-CODIGOCLI-HOST,
                      :WS-DIGT-RAZAOSOCIAL-HOST, :WS-DIGT-CNPJ-HOST,
                      :WS-DIGT-FILIAL-HOST, :WS-DIGT-VRULTCOMPRA-HOST,
                      :WS-DIGT-VLRAJUSTE-HOST, :WS-DIGT-USUARIO-HOST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIM-CURSOR
           END-IF.
      *
       6360-FORMATA-LANCAMENTO.
           MOVE WS-DIGT-SEQ-HOST TO DGT-LL-SEQ
           MOVE WS-DIGT-OPERACAO-HOST TO DGT-LL-OPERACAO
           MOVE WS-DIGT-CODIGOCLI-HOST TO DGT-LL-CODIGOCLI
           MOVE WS-DIGT-RAZAOSOCIAL-HOST TO DGT-LL-RAZSOCIAL
           MOVE WS-DIGT-CNPJ-HOST TO DGT-LL-CNPJ
           MOVE WS-DIGT-FILIAL-HOST TO DGT-LL-FILIAL
           EVALUATE WS-DIGT-OPERACAO-HOST
               WHEN 'N'
               WHEN 'A'
                   MOVE WS-DIGT-VRULTCOMPRA-HOST TO DGT-LL-VALOR
               WHEN 'B'
                   MOVE WS-DIGT-VLRAJUSTE-HOST TO DGT-LL-VALOR
               WHEN OTHER
                   MOVE ZEROS TO DGT-LL-VALOR
           END-EVALUATE
           MOVE WS-DIGT-USUARIO-HOST TO DGT-LL-USUARIO
           MOVE DGT-LINLANC TO LINHAO (WS-QTDE-LINHAS).
