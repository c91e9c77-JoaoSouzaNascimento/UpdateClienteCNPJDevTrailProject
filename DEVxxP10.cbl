       EXEC SQL INCLUDE CLISTAT END-EXEC.
      *
       EXEC SQL INCLUDE CLIRUNL END-EXEC.
      *
       EXEC SQL INCLUDE CLIREJ END-EXEC.
      *
       EXEC SQL INCLUDE CLIBLOQ END-EXEC.
      *
       EXEC SQL INCLUDE CLIMOVS END-EXEC.
      *
       EXEC SQL INCLUDE CLIBAIX END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.
      * DESFECHO DE CADA REGISTRO PROCESSADO, PARA O RETORNO A ORIGEM
      * (VER 0065-GRAVA-RETORNO E O PROGRAMA DE RETORNO DEV56P10).
           SELECT ARQ-RETORNO ASSIGN TO 'DEV06RET'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-CHAVE
               FILE STATUS IS WS-FS-RETORNO.
      * MAPA DO LOTE LIBERADO PELO DEV44P10 - NUMERO DE CADA DETALHE
      * NO LOTE E A SEQUENCIA DE APROVACAO QUE O LIBEROU. LIDO SO NO
      * MODO APROVADO (VER 0066-CARREGA-MAPA-APROVACAO).
           SELECT ARQ-MAPA-APROV ASSIGN TO 'DEV44MAP'
               FILE STATUS IS WS-FS-MAPA-APROV.
      *
      *
       DATA DIVISION.
           BLOCK CONTAINS 0 RECORDS.
       01 REG-DADOSCLI             PIC X(136).
      *
      * UM DDNAME POR CARTAO, NAS POSICOES 1 A 8 - VER
      * WS-DDNAME-DADOSCLI. CARTAO DE 80 PARA ACEITAR A LISTA EM
      * DD * NA PROPRIA JCL.
       FD ARQ-LISTA
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-LISTA.
           05 LST-DDNAME               PIC X(008).
           05 FILLER                   PIC X(072).
      *
       FD ARQ-RLINCONS
           RECORDING MODE F
      * TAMBEM A DATA E HORA EM QUE FOI GRAVADO, PARA QUE UM
      * CHECKPOINT VELHO (RUN ABANDONADO) NAO SEJA RETOMADO SEM UMA
      * CONFIRMACAO EXPLICITA (VER 0100-LE-CHECKPOINT).
      * OS CONTADORES DE REGISTROS TEM 9 POSICOES; UM CHECKPOINT
      * GRAVADO ANTES DISSO TEM 69 POSICOES (CONTADORES COM 5) E E
      * CONVERTIDO NA LEITURA PELO LAYOUT REG-CHECKPOINT-ANT - DAI O
      * TAMANHO VARIAVEL.
       FD ARQ-CHECKPOINT
           RECORD IS VARYING IN SIZE FROM 69 TO 83 CHARACTERS
               DEPENDING ON WS-TAM-CHECKPOINT.
       01 REG-CHECKPOINT.
           05 CKP-REG-LIDOS        PIC 9(009).
           05 CKP-CTRL-TOTAL-LIDO  PIC 9(013).
           05 CKP-INDICE-ARQUIVO   PIC 9(003).
           05 CKP-REG-DESP         PIC 9(009).
           05 CKP-REG-DESP-ARQ     PIC 9(009).
           05 CKP-DATA-GRAVACAO    PIC 9(008).
           05 CKP-HORA-GRAVACAO.
               10 CKP-HORA-GRAV-HH PIC 9(002).
      *    RECOMECARIA AS DUAS CONTAGENS DO ZERO E A RECONCILIACAO
      *    E A PROVA DE SALDO DO RUN QUE COMPLETA O ARQUIVO SAIRIAM
      *    SEMPRE DIVERGENTES.
           05 CKP-REG-ATUAL-RECON  PIC S9(009)
                                   SIGN LEADING SEPARATE.
           05 CKP-MOV-SALDO        PIC S9(013)V99
                                   SIGN LEADING SEPARATE.
       01 REG-CHECKPOINT-ANT       PIC X(069).
      *
      * REGISTROS REJEITADOS, GRAVADOS NO MESMO LAYOUT DO PRF-DADOSCLI
      * PARA PERMITIR CORRECAO E RESUBMISSAO EM UM PROXIMO LOTE.
      * ARQUIVO INDEXADO DE TRABALHO, RECRIADO VAZIO A CADA EXECUCAO -
      * GUARDA AS CHAVES CODIGOCLI+OPERACAO JA PROCESSADAS NESTE RUN
      * PARA DETECTAR DUPLICIDADE DENTRO DO PROPRIO ARQUIVO DADOSCLI.
      * COM DEV06LST E ESVAZIADO A CADA ARQUIVO DA LISTA - O AJUSTE
      * 'B' DO PARCEIRO E O DO LOTE DE INSTRUCOES PERMANENTES PARA O
      * MESMO CLIENTE SAO LANCAMENTOS DISTINTOS, NAO DUPLICIDADE.
       FD ARQ-CHAVES
           RECORD CONTAINS 8 CHARACTERS.
       01 REG-CHAVES.
      *
      * REGISTRO DAS GERACOES JA CARREGADAS - UMA CHAVE POR
      * IDENTIFICADOR DE ARQUIVO (ORIGEM + DATA DE GERACAO +
      * SEQUENCIA, INFORMADO NO HEADER DO DADOSCLI) COM A DATA E A
      * HORA EM QUE A CARGA COMPLETOU. A HORA E USADA PELO MONITOR
      * DE CHEGADA DE ARQUIVOS (DEV57P10) PARA O PRAZO DE ENTREGA;
      * OS REGISTROS GRAVADOS ANTES DELA TEM SO 27 POSICOES, DAI O
      * TAMANHO VARIAVEL.
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
      * DESFECHO POR REGISTRO PARA O RETORNO A ORIGEM - LAYOUT
      * RET-REGISTRO (DEVRETCL), CHAVE = GERACAO + POSICAO NO ARQUIVO.
       FD ARQ-RETORNO
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-RETORNO.
           05 FILLER                   PIC X(001).
           05 RTN-CHAVE                PIC X(026).
           05 FILLER                   PIC X(173).
      *
      * MESMO LAYOUT GRAVADO PELO DEV44P10.
       FD ARQ-MAPA-APROV
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-MAPA-APROV.
           05 MAP-NUM-REGISTRO         PIC 9(007).
           05 MAP-PND-SEQUENCIA        PIC 9(007).
           05 MAP-DATA-RETENCAO        PIC 9(008).
           05 FILLER                   PIC X(018).
      *
      * SALDO TOTAL DE CLIENTPJ NO FECHAMENTO DA ULTIMA PROVA -
      * VALOR COM SINAL SEPARADO A ESQUERDA E DUAS CASAS
           COPY DEVALRCL.
      *
           COPY SYOUTP10.
      *
           COPY DEVMOTRJ.
      *
           COPY DEVRETCL.
      *
      * NOME DA OPERACAO DE BANCO EM CURSO, USADO NA MENSAGEM DE
      * SYSOUT-ERRO-SQL QUANDO UM COMANDO SQL FALHA.
           05 WS-HIST-DTAGENDA          PIC 9(8).
       01 WS-TIPO-IMAGEM-HIST       PIC X(1).
      *
      * PROVENIENCIA DA IMAGEM - ALEM DO PROGRAMA E DO USUARIO (USER
      * DO DB2), A GERACAO DO DADOSCLI (IDENTIFICADOR DO HEADER) E,
      * NO MODO APROVADO, A SEQUENCIA DE APROVACAO DO DEV44P10 QUE
      * LIBEROU O REGISTRO (ZERO FORA DELE).
       01 WS-HIST-SEQ-APROV         PIC 9(7) VALUE ZEROS.
       01 WS-FS-MAPA-APROV          PIC XX VALUE SPACES.
       01 WS-FIM-MAPA-APROV         PIC X VALUE 'N'.
       01 WS-TAB-MAPA-APROV.
           05 WS-MAP-ENTRADA        OCCURS 200 TIMES.
               10 WS-MAP-NUM-REGISTRO  PIC 9(007).
               10 WS-MAP-PND-SEQUENCIA PIC 9(007).
       01 WS-QTD-MAPA-APROV         PIC 9(003) VALUE ZEROS.
       01 WS-IND-MAPA-APROV         PIC 9(003) VALUE ZEROS.
      *
      * VARIAVEIS HOST DA FUSAO-CLIENTES (6500-PROCESSA-FUSAO) - O
      * CODIGO SOBREVIVENTE USA O GRUPO WS-CLIENTE-HOST/WS-HIST-HOST
      * NORMALMENTE; ESTE GRUPO GUARDA OS DADOS DO CODIGO PERDEDOR E OS
       01 WS-MODO-MERGE            PIC X VALUE 'N'.
           88 MODO-MERGE-ATIVO                 VALUE 'S'.
       01 WS-FIM-LISTA             PIC X VALUE 'N'.
      * ARQUIVO DA LISTA DEIXADO DE LADO POR 0057 (GERACAO JA
      * CARREGADA) - VER 0050-PROCESSA-UM-ARQUIVO.
       01 WS-GERACAO-IGNORADA      PIC X VALUE 'N'.
           88 GERACAO-IGNORADA                 VALUE 'S'.
       01 WS-INDICE-ARQUIVO        PIC 9(003) VALUE 1.
       01 WS-QTDE-ARQUIVOS         PIC 9(003) VALUE ZEROS.
       01 WS-REG-LIDOS-RESTART     PIC 9(009) VALUE ZEROS.
       01 WS-CTRL-TOTAL-LIDO-RESTART PIC 9(013) VALUE ZEROS.
       01 WS-REG-DESP-ARQ-RESTART  PIC 9(009) VALUE ZEROS.
      *
      * TOTAL DE REGISTROS DE DETALHE LIDOS SOMADO DE TODOS OS
      * ARQUIVOS PROCESSADOS NESTA EXECUCAO (WS-REG-LIDOS E ZERADO E
      * RECONTADO A CADA ARQUIVO, POIS E CONFERIDO CONTRA O HEADER/
      * TRAILER DE CADA ARQUIVO INDIVIDUALMENTE).
       01 WS-REG-LIDOS-TOTAL       PIC 9(009) VALUE ZEROS.
       01 WS-FS-RLINCONS           PIC XX VALUE SPACES.
       01 WS-FS-CHECKPOINT         PIC XX VALUE SPACES.
       01 WS-FS-REJEITADOS         PIC XX VALUE SPACES.
       01 WS-FS-FILIAL             PIC XX VALUE SPACES.
       01 WS-FILIAL-INVALIDA       PIC X VALUE 'N'.
           88 FILIAL-INVALIDA                 VALUE 'S'.
       01 WS-GRUPO-BLOQUEADO       PIC X VALUE 'N'.
           88 GRUPO-BLOQUEADO                 VALUE 'S'.
       01 WS-SITUACAO-BLOQ-HOST    PIC X(1) VALUE SPACES.
      *
      * ATRIBUICAO AUTOMATICA DE CODIGO_CLI - UM NOVO-CLIENTE COM
      * PRF-CODIGOCLI = 00000 RECEBE O PROXIMO CODIGO LIVRE (VER
       01 WS-FS-ALERTAS            PIC XX VALUE SPACES.
       01 WS-FS-TRAVA              PIC XX VALUE SPACES.
       01 WS-FS-REGISTRO           PIC XX VALUE SPACES.
       01 WS-TAM-REGISTRO          PIC 9(004) COMP VALUE 33.
       01 WS-TAM-CHECKPOINT        PIC 9(004) COMP VALUE 83.
      *
      * LAYOUT DO CHECKPOINT DE 69 POSICOES (CONTADORES COM 5
      * POSICOES), AINDA ACEITO NA RETOMADA - VER 0100-LE-CHECKPOINT.
       01 WS-CKP-ANTERIOR.
           05 CKA-REG-LIDOS        PIC 9(005).
           05 CKA-CTRL-TOTAL-LIDO  PIC 9(013).
           05 CKA-INDICE-ARQUIVO   PIC 9(003).
           05 CKA-REG-DESP         PIC 9(005).
           05 CKA-REG-DESP-ARQ     PIC 9(005).
           05 CKA-DATA-GRAVACAO    PIC 9(008).
           05 CKA-HORA-GRAVACAO    PIC 9(006).
           05 CKA-REG-ATUAL-RECON  PIC S9(007)
                                   SIGN LEADING SEPARATE.
           05 CKA-MOV-SALDO        PIC S9(013)V99
                                   SIGN LEADING SEPARATE.
       01 WS-RGC-HORA-AGORA        PIC 9(008) VALUE ZEROS.
       01 WS-RGC-HORA-AGORA-R REDEFINES WS-RGC-HORA-AGORA.
           05 WS-RGC-HHMMSS        PIC 9(006).
           05 FILLER               PIC 9(002).
       01 WS-FS-RETORNO            PIC XX VALUE SPACES.
      *
      * PROVA FINANCEIRA DIARIA (0470-PROVA-SALDO) - O SALDO DE
      * ABERTURA (DEV06SLD) MAIS OS MOVIMENTOS ACEITOS NO DIA
       01 WS-SALDO-APURADO-HOST    PIC S9(013)V99 VALUE ZEROS.
       01 WS-TEM-ABERTURA          PIC X VALUE 'N'.
       01 WS-SALDO-EDIT            PIC -Z(012)9.99 VALUE ZEROS.
      *
      * MOVIMENTO DE SALDO GRAVADO EM ALUNO06.CLIENTPJ_MOVSLD (VER
      * 0760-GRAVA-MOVIMENTO-SALDO) - E DE LA QUE O DEV62P10 MONTA OS
      * LANCAMENTOS CONTABEIS DO DIA.
       01 WS-MOVSLD-HOST.
           05 WS-MOVS-TIPO-HOST        PIC X(1).
           05 WS-MOVS-CODIGOCLI-HOST   PIC 9(7).
           05 WS-MOVS-VALOR-HOST       PIC S9(11)V99.
      *
      * CODIGO QUE DEIXA DE EXISTIR PARA OS CONSUMIDORES (PERDEDOR DE
      * FUSAO, CANCELAMENTO), GRAVADO EM ALUNO06.CLIENTPJ_BAIXA (VER
      * 0770-GRAVA-BAIXA) - E DE LA QUE O DEV74P10 MONTA O FEED DE
      * BAIXAS.
       01 WS-BAIXA-HOST.
           05 WS-BXA-MOTIVO-HOST       PIC X(1).
           05 WS-BXA-CODIGOCLI-HOST    PIC 9(7).
           05 WS-BXA-RAZAO-HOST        PIC X(40).
           05 WS-BXA-CNPJA-HOST        PIC X(8).
           05 WS-BXA-FILIALA-HOST      PIC X(4).
           05 WS-BXA-SALDO-HOST        PIC S9(11)V99.
           05 WS-BXA-SOBREV-HOST       PIC 9(7).
       01 WS-TRAVA-ADQUIRIDA       PIC X VALUE 'N'.
           88 TRAVA-ADQUIRIDA                 VALUE 'S'.
       01 WS-FS-PENDENTES          PIC XX VALUE SPACES.
       01 WS-FS-PEND-CONTADOR      PIC XX VALUE SPACES.
       01 WS-PND-PROX-SEQUENCIA    PIC 9(007) VALUE ZEROS.
       01 WS-CTR-RETIDO            PIC 9(009) VALUE ZEROS.
      *
      * REGISTRO DESTA EXECUCAO NO RUN-LEDGER DA CADEIA DIARIA
      * (ALUNO06.CLIENTPJ_RUNLOG) - A LINHA E ABERTA NO INICIO
           05 WS-RUN-RETCODE       PIC S9(2) VALUE ZEROS.
           05 WS-RUN-QT-CHAVE      PIC S9(7) VALUE ZEROS.
       01 WS-CONTROLE.
           05 WS-REG-LIDOS         PIC 9(9) VALUE ZEROS.
           05 WS-REG-ATUAL         PIC 9(9) VALUE ZEROS.
      *    WS-REG-DESP E O TOTAL DE REJEITADOS DA EXECUCAO INTEIRA
      *    (USADO NO RESUMO DE FIM DE JOB E RESTAURADO PELO CHECKPOINT
      *    EM CASO DE REINICIO). WS-REG-DESP-ARQ E O TOTAL REJEITADO
      *    NUMERADOR DO PERCENTUAL DE REJEICAO (WS-PCT-REJEICAO) PARA
      *    QUE A RAZAO FIQUE SEMPRE NA MESMA BASE (POR ARQUIVO) DO SEU
      *    DENOMINADOR WS-REG-LIDOS, INCLUSIVE EM MODO MERGE.
           05 WS-REG-DESP          PIC 9(9) VALUE ZEROS.
           05 WS-REG-DESP-ARQ      PIC 9(9) VALUE ZEROS.
       01 WS-FIM-ARQUIVO           PIC X VALUE 'N'.
      *
      * TOTAIS DE FIM DE JOB DETALHADOS POR TIPO DE OPERACAO (PRF-
      * OPERACAO), SEPARADOS ENTRE ACEITOS E REJEITADOS.
       01 WS-CONTROLE-OPER.
           05 WS-CTR-NOVO-ATUAL    PIC 9(9) VALUE ZEROS.
           05 WS-CTR-NOVO-DESP     PIC 9(9) VALUE ZEROS.
           05 WS-CTR-ATUALIZ-ATUAL PIC 9(9) VALUE ZEROS.
           05 WS-CTR-ATUALIZ-DESP  PIC 9(9) VALUE ZEROS.
      *    ATUALIZACOES CUJOS VALORES JA ERAM IDENTICOS AOS DA LINHA
      *    CORRENTE DE CLIENTPJ (AS ORIGENS REENVIAM O EXTRATO
      *    COMPLETO TODO DIA) - O UPDATE E PULADO PARA NAO MOVIMENTAR
      *    DTATLZDADOS_CLI E GERAR MUDANCA FANTASMA NO CDCCLI DO
      *    DEV16P10 E NO RESUMO DO DEV26P10. CONTADAS A PARTE PARA
      *    MEDIR QUANTO DE CADA ARQUIVO E SO REPETICAO.
           05 WS-CTR-ATUALIZ-IGUAL PIC 9(9) VALUE ZEROS.
           05 WS-CTR-INATIV-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-INATIV-DESP   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-REATIV-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-REATIV-DESP   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-AJUSTE-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-AJUSTE-DESP   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-FUSAO-ATUAL   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-FUSAO-DESP    PIC 9(9) VALUE ZEROS.
           05 WS-CTR-CANCEL-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-CANCEL-DESP   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-TRCNPJ-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-TRCNPJ-DESP   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-DESAGD-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-DESAGD-DESP   PIC 9(9) VALUE ZEROS.
      *    NAS OPERACOES DE GRUPO, O CONTADOR -ATUAL CONTA CADA
      *    CODIGO_CLI AFETADO (E NAO CADA REGISTRO DO ARQUIVO), PARA
      *    BATER COM WS-REG-ATUAL E COM A RECONCILIACAO DE FIM DE JOB.
           05 WS-CTR-GRPINA-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-GRPINA-DESP   PIC 9(9) VALUE ZEROS.
           05 WS-CTR-GRPREA-ATUAL  PIC 9(9) VALUE ZEROS.
           05 WS-CTR-GRPREA-DESP   PIC 9(9) VALUE ZEROS.
      *
      * RECONCILIACAO DE FIM DE JOB - CONFERE A EXPECTATIVA DO DIA
      * (SOMA DO QT_RECON DE CLIENTPJ_STAT, VER
      * ALUNO06.CLIENTPJ ATUALIZADAS HOJE, PARA PEGAR UM COMMIT QUE
      * TENHA FALHADO SILENCIOSAMENTE SEM DISPARAR O TESTE DE
      * SQLCODE NO MOMENTO DO INSERT/UPDATE.
       01 WS-RECON-COUNT-HOST      PIC 9(9) VALUE ZEROS.
       01 WS-RECON-DIVERGENTE      PIC X VALUE 'N'.
           88 RECON-DIVERGENTE                VALUE 'S'.
      *
      * VIAJA NO CHECKPOINT PARA SOBREVIVER A UM REINICIO - A
      * CONFERENCIA EM SI (0450) USA A SOMA DO QT_RECON DE TODAS AS
      * EXECUCOES DO DIA.
       01 WS-REG-ATUAL-RECON       PIC S9(9) COMP-3 VALUE ZEROS.
       01 WS-REG-RECON-EDIT        PIC -ZZZZZZZZ9 VALUE ZEROS.
      *
      * EXPECTATIVA TOTAL DO DIA - SOMA DO QT_RECON DE TODAS AS
      * REJEICAO POSSAM SER ACOMPANHADOS AO LONGO DO TEMPO (RELATORIO
      * DE TENDENCIA DEV23P10) SEM DEPENDER DOS LOGS DE JOB ANTIGOS.
       01 WS-STAT-HOST.
           05 WS-STAT-REG-LIDOS         PIC 9(9) VALUE ZEROS.
           05 WS-STAT-REG-ATUAL         PIC 9(9) VALUE ZEROS.
           05 WS-STAT-REG-DESP          PIC 9(9) VALUE ZEROS.
           05 WS-STAT-QT-NOVO           PIC 9(9) VALUE ZEROS.
           05 WS-STAT-QT-ATUALIZ        PIC 9(9) VALUE ZEROS.
           05 WS-STAT-QT-INATIV         PIC 9(9) VALUE ZEROS.
           05 WS-STAT-QT-REATIV         PIC 9(9) VALUE ZEROS.
           05 WS-STAT-QT-AJUSTE         PIC 9(9) VALUE ZEROS.
           05 WS-STAT-QT-RECON          PIC S9(9) VALUE ZEROS.
      *
      * IMAGEM DO MOTIVO DE REJEICAO GRAVADA EM ALUNO06.CLIENTPJ_REJ
      * (8050-GRAVA-MOTIVO-REJEICAO), UMA LINHA POR REGISTRO
      * DESPREZADO, COM A IDENTIFICACAO DA GERACAO DO HEADER E O
      * CODIGO PADRONIZADO DO MOTIVO (DEVMOTRJ) - PARA QUE O AGING
      * (DEV18P10), A AUTOCORRECAO (DEV33P10) E O PARETO MENSAL
      * (DEV55P10) SAIBAM POR QUE O REGISTRO FOI REJEITADO.
       01 WS-REJ-HOST.
           05 WS-REJ-CODIGOCLI          PIC 9(7) VALUE ZEROS.
           05 WS-REJ-COD-MOTIVO         PIC X(3) VALUE SPACES.
      * REGISTROS DE CONTROLE (HEADER/TRAILER) DO ARQUIVO DADOSCLI -
      * O PRIMEIRO REGISTRO DO ARQUIVO E SEMPRE O HEADER E O ULTIMO
      * E SEMPRE O TRAILER, AMBOS NO MESMO LRECL 136 DOS DETALHES.
      *    0057-CRITICA-GERACAO-CARREGADA).
           05 WS-PARM-FORCA-REPROC     PIC X(001) VALUE SPACE.
               88 FORCA-REPROCESSO                 VALUE 'S'.
      *    MODO ORDENADO ('S') - O DADOSCLI VEM CLASSIFICADO POR
      *    PRF-CODIGOCLI (HEADER E TRAILER NO LUGAR, VER O JOB DE FIM
      *    DE MES DEVMES10) E CLIENTPJ E LIDO POR UM UNICO CURSOR NA
      *    MESMA ORDEM, EM MATCH-MERGE, EM VEZ DE UM SELECT AVULSO POR
      *    REGISTRO (VER 0930-POSICIONA-MESTRE). NAO SE APLICA AO
      *    MODO APROVADO.
           05 WS-PARM-MODO-ORDENADO    PIC X(001) VALUE SPACE.
               88 MODO-ORDENADO                    VALUE 'S'.
      *    PARAMETRO DE EMERGENCIA ('S') PARA RODAR DENTRO DE UMA
      *    JANELA DE CONGELAMENTO DE FECHAMENTO (DEV76P10/DEVCONGL) -
      *    A EXECUCAO FORCADA FICA REGISTRADA NO LOG DE AUDITORIA.
           05 WS-PARM-FORCA-CONGEL     PIC X(001) VALUE SPACE.
      *
      * CONTROLE DO MODO ORDENADO (MATCH-MERGE). O CURSOR C-MESTRE LE
      * ALUNO06.CLIENTPJ EM ORDEM DE CODIGO_CLI, A PARTIR DO PRIMEIRO
      * CODIGO DO ARQUIVO (OU DO PONTO DE REINICIO), E E AVANCADO ATE
      * O CODIGO DE CADA REGISTRO DE DETALHE. WS-ORD-SITUACAO DIZ O
      * QUE O CURSOR SABE SOBRE O CODIGO DO REGISTRO CORRENTE:
      *   'E' - LINHA EM MAOS (WS-ORD-MESTRE-HOST)
      *   'A' - CODIGO INEXISTENTE EM CLIENTPJ (O CURSOR JA PASSOU)
      *   'X' - NADA A DIZER - O PARAGRAFO FAZ O SELECT AVULSO DE
      *         SEMPRE. E O CASO DO SEGUNDO REGISTRO DE UM MESMO
      *         CODIGO (O PRIMEIRO PODE TER ALTERADO A LINHA), DO
      *         CODIGO ZERADO E DE UMA FALHA DO CURSOR.
      * UM DETALHE COM CODIGO MENOR QUE O DO ANTERIOR E REJEITADO
      * ('FORA DE SEQUENCIA') - NAO HA COMO GARANTIR A CRITICA DE
      * DUPLICIDADE FORA DA ORDEM.
       01 WS-ORD-CONTROLE.
           05 WS-ORD-CURSOR-ABERTO     PIC X(001) VALUE 'N'.
               88 ORD-CURSOR-ABERTO                VALUE 'S'.
           05 WS-ORD-FIM-MESTRE        PIC X(001) VALUE 'N'.
               88 ORD-FIM-MESTRE                   VALUE 'S'.
           05 WS-ORD-ERRO-CURSOR       PIC X(001) VALUE 'N'.
               88 ORD-ERRO-CURSOR                  VALUE 'S'.
           05 WS-ORD-SITUACAO          PIC X(001) VALUE 'X'.
               88 MESTRE-EM-MAOS                   VALUE 'E' 'A'.
               88 MESTRE-ENCONTRADO                VALUE 'E'.
           05 WS-ORD-FORA-SEQ          PIC X(001) VALUE 'N'.
               88 REGISTRO-FORA-SEQUENCIA          VALUE 'S'.
               88 REGISTRO-SEM-SEQUENCIA           VALUE 'D'.
           05 WS-ORD-REPETIDO          PIC X(001) VALUE 'N'.
               88 CODIGO-REPETIDO                  VALUE 'S'.
           05 WS-ORD-CODIGO-ANTERIOR   PIC 9(007) VALUE ZEROS.
           05 WS-ORD-INICIO-HOST       PIC 9(007) VALUE ZEROS.
           05 WS-ORD-QTDE-FETCH        PIC 9(009) VALUE ZEROS.
           05 WS-ORD-QTDE-FORA-SEQ     PIC 9(009) VALUE ZEROS.
      *
      * LINHA CORRENTE DO CURSOR C-MESTRE. A SITUACAO ('A' ATIVO /
      * 'I' INATIVO) VEM DO PROPRIO SELECT PARA DISPENSAR O
      * INDICADOR DE NULO DE DTINATIVA_CLI.
       01 WS-ORD-MESTRE-HOST.
           05 WS-ORD-CODIGOCLI         PIC 9(9) VALUE ZEROS.
           05 WS-ORD-RAZAOSOCIAL       PIC X(60) VALUE SPACES.
           05 WS-ORD-CNPJA             PIC X(8) VALUE SPACES.
           05 WS-ORD-FILIALA           PIC X(4) VALUE SPACES.
           05 WS-ORD-SALDO             PIC S9(11)V99 VALUE ZEROS.
           05 WS-ORD-VLRULTCOMPRA      PIC S9(9)V99 VALUE ZEROS.
           05 WS-ORD-DTULTCOMPRA       PIC 9(8) VALUE ZEROS.
           05 WS-ORD-DTATLZDADOS       PIC 9(8) VALUE ZEROS.
           05 WS-ORD-DTINATIVA         PIC 9(8) VALUE ZEROS.
           05 WS-ORD-SITUACAO-CLI      PIC X(1) VALUE SPACE.
               88 ORD-CLIENTE-ATIVO                VALUE 'A'.
           05 WS-ORD-EMAIL             PIC X(50) VALUE SPACES.
      *
      * RESULTADO DA LEITURA DO CLIENTE NOS PARAGRAFOS DE OPERACAO -
      * O SQLCODE DO SELECT AVULSO OU, NO MODO ORDENADO, 0 / 100
      * CONFORME A LINHA EM MAOS.
       01 WS-SQLCODE-LEITURA       PIC S9(9) COMP VALUE ZEROS.
      *
      * CRITICA DE DUPLICIDADE DO MODO ORDENADO COM UM UNICO ARQUIVO -
      * COM A ENTRADA EM ORDEM DE CODIGO, BASTA GUARDAR AS OPERACOES
      * JA VISTAS DO CODIGO CORRENTE, SEM O ARQUIVO DEV06CHV. COM
      * DEV06LST (VARIOS ARQUIVOS) O DEV06CHV CONTINUA VALENDO, POIS
      * CADA ARQUIVO RECOMECA A ORDEM.
       01 WS-ORD-DUP.
           05 WS-ORD-DUP-CODIGO        PIC 9(007) VALUE ZEROS.
           05 WS-ORD-DUP-OPERACOES     PIC X(020) VALUE SPACES.
           05 WS-ORD-DUP-QTDE          PIC 9(002) VALUE ZEROS.
           05 WS-ORD-DUP-ACHOU         PIC 9(002) VALUE ZEROS.
      *
      * CRIVO DE VOLUME DO HEADER CONTRA O HISTORICO DE CLIENTPJ_STAT
      * (0055-VALIDA-VOLUME-HEADER) - DUAS VEZES NO ANO UM DADOSCLI
           05 WS-VOL-PCT-MAXIMO    PIC 9(003) VALUE 200.
       01 WS-VOL-DATA-CORTE-HOST   PIC 9(8) VALUE ZEROS.
       01 WS-VOL-DOW-HOST          PIC 9(1) VALUE ZEROS.
       01 WS-VOL-QTDE-HOST         PIC 9(9) VALUE ZEROS.
       01 WS-VOL-MEDIA-HOST        PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01 WS-VOL-LIMITE-INF        PIC 9(7) VALUE ZEROS.
       01 WS-VOL-LIMITE-SUP        PIC 9(7) VALUE ZEROS.
      * PERFORM 8000-REG-INVALIDO.
       01 WS-MOTIVO-ERRO           PIC X(018) VALUE SPACES.
      *
      * DESFECHO FINAL DO REGISTRO CORRENTE PARA O ARQUIVO DE RETORNO
      * (DEV06RET) - LIMPO EM 1000-TRATA-REGISTRO E PREENCHIDO PELOS
      * PARAGRAFOS DE RESULTADO (7000/7100/7300/6900/8000). UMA
      * REJEICAO PREVALECE SOBRE O QUE JA TIVER SIDO APLICADO DE UMA
      * OPERACAO DE GRUPO.
       01 WS-RET-DESFECHO.
           05 WS-RET-SITUACAO      PIC X(001) VALUE SPACE.
           05 WS-RET-COD-MOTIVO    PIC X(003) VALUE SPACES.
           05 WS-RET-PND-SEQUENCIA PIC 9(007) VALUE ZEROS.
      *
      * CONTROLE DE PAGINACAO DO RELATORIO RLINCONS (DEVRELTO)
       01 WS-REL-CTRL.
           05 WS-REL-PAGINA        PIC 9(002) VALUE ZEROS.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
       01 WRK-PROG-SQD             PIC X(8) VALUE 'DEV09P10'.
      *
      * AREA DE CHAMADA DA CRITICA DE CONGELAMENTO (DEV76P10).
       01 WRK-AREACGL.
          05 WRK-PROGRAMA-CGL      PIC X(008) VALUE 'DEV06P10'.
          05 WRK-FORCA-CGL         PIC X(001) VALUE SPACE.
          05 WRK-CODRCGL           PIC X(002) VALUE SPACES.
          05 WRK-INICIO-CGL        PIC 9(012) VALUE ZEROS.
          05 WRK-FIM-CGL           PIC 9(012) VALUE ZEROS.
          05 WRK-DESCRICAO-CGL     PIC X(036) VALUE SPACES.
       01 WRK-PROG-CGL             PIC X(8) VALUE 'DEV76P10'.
      *
      * AREA DE CHAMADA DO DECODIFICADOR DE SQLCODE (DEV09P10) -
      * DEVOLVE EM WRK-DESCSQL O TEXTO CORRENTE DO CODIGO PARA A
      * LINHA 4 DO SYSOUT DE ERRO SQL.
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSAMENTO)
                    + WS-PARM-DIAS-TOLERANCIA)
           END-IF
      *    NO MODO APROVADO AS OPERACOES F/G/V MEXEM EM OUTROS
      *    CODIGOS ALEM DO DO REGISTRO, FORA DA ORDEM DO CURSOR - E OS
      *    LOTES APROVADOS SAO PEQUENOS, SEM GANHO NO MATCH-MERGE.
           IF MODO-ORDENADO AND MODO-APROVADO
               MOVE SPACE TO WS-PARM-MODO-ORDENADO
               DISPLAY 'DEV06P10   MODO ORDENADO IGNORADO NO MODO '
                   'APROVADO'
           END-IF
           IF MODO-ORDENADO
               DISPLAY 'DEV06P10   MODO ORDENADO ATIVO - MATCH-MERGE '
                   'COM CLIENTPJ'
           END-IF
           IF MODO-APROVADO
               PERFORM 0066-CARREGA-MAPA-APROVACAO
           END-IF
           MOVE WRK-DATA-PROCESSAMENTO TO WS-REL-DATA
           STRING WS-REL-DATA-DD '/' WS-REL-DATA-MM '/'
                  WS-REL-DATA-AA
               PERFORM 9999-FIM
               STOP RUN
           END-IF
      *
      *    DENTRO DE UMA JANELA DE FECHAMENTO A CLIENTPJ NAO PODE
      *    MUDAR - RECUSA COM RETURN CODE 6, PROPRIO DO CONGELAMENTO
      *    (VER DEV76P10), SALVO PARAMETRO DE EMERGENCIA. A CRITICA
      *    VEM DEPOIS DA ABERTURA DOS ARQUIVOS PARA QUE O RLINCONS E
      *    O DEV06ALR DA RECUSA SAIAM VAZIOS, E ANTES DA TRAVA, QUE
      *    UMA EXECUCAO RECUSADA NAO CHEGA A TOMAR. A SIMULACAO NAO
      *    GRAVA NO BANCO E RODA NORMALMENTE.
           IF NOT SIMULACAO-ATIVA
               MOVE WS-PARM-FORCA-CONGEL TO WRK-FORCA-CGL
               CALL WRK-PROG-CGL USING WRK-AREACGL
           END-IF
           IF WRK-CODRCGL = 'CG'
               DISPLAY 'DEV06P10   PERIODO DE FECHAMENTO CONGELADO - '
                   'EXECUCAO RECUSADA'
               DISPLAY 'DEV06P10   INFORME S NO PARAMETRO DE '
                   'EMERGENCIA PARA RODAR MESMO ASSIM'
               MOVE 6 TO RETURN-CODE
               PERFORM 9999-FIM
               STOP RUN
           END-IF
           IF WRK-CODRCGL = 'FO'
               DISPLAY 'DEV06P10   PERIODO CONGELADO - EXECUCAO DE '
                   'EMERGENCIA REGISTRADA PARA AUDITORIA'
           END-IF
      *
           PERFORM 0040-ADQUIRE-TRAVA
      *
           PERFORM 0130-BACKFILL-CNPJA-NULO
      *
           PERFORM 0100-LE-CHECKPOINT
      *
           PERFORM 0060-ABRE-RETORNO
      *
      *    O CRIVO DE VOLUME RODA UMA UNICA VEZ POR EXECUCAO, SOBRE
      *    A SOMA DOS HEADERS DE TODOS OS ARQUIVOS LISTADOS, ANTES
               DISPLAY 'DEV06P10   TOTAL DE ARQUIVOS PROCESSADOS..: '
                   WS-QTDE-ARQUIVOS
           END-IF
           IF MODO-ORDENADO
               DISPLAY 'DEV06P10   LINHAS LIDAS PELO CURSOR.......: '
                   WS-ORD-QTDE-FETCH
               DISPLAY 'DEV06P10   REGISTROS FORA DE SEQUENCIA....: '
                   WS-ORD-QTDE-FORA-SEQ
           END-IF
           DISPLAY SYS-SYSOUT-ENCERRADO
           PERFORM 9999-FIM.
      *
           MOVE ZEROS TO WS-CTRL-TOTAL-LIDO
           MOVE ZEROS TO WS-REG-DESP-ARQ
           MOVE 'N' TO WS-FIM-ARQUIVO
           IF MODO-ORDENADO
               PERFORM 0920-INICIA-MODO-ORDENADO
           END-IF
           IF WS-QTDE-ARQUIVOS = WS-INDICE-ARQUIVO
               MOVE WS-REG-LIDOS-RESTART       TO WS-REG-LIDOS
               MOVE WS-CTRL-TOTAL-LIDO-RESTART TO WS-CTRL-TOTAL-LIDO
               MOVE WS-REG-DESP-ARQ-RESTART    TO WS-REG-DESP-ARQ
           END-IF
           IF MODO-MERGE-ATIVO
               CLOSE ARQ-CHAVES
               OPEN OUTPUT ARQ-CHAVES
               CLOSE ARQ-CHAVES
               OPEN I-O ARQ-CHAVES
           END-IF
      *
           OPEN INPUT ARQ-DADOSCLI
      *
           READ ARQ-DADOSCLI INTO WS-HDR-DADOSCLI
               AT END MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ
      *
      *    NA LISTA, UM ARQUIVO SEM NENHUM REGISTRO E O LOTE QUE O
      *    GERADOR ESVAZIOU NO ABORT (DEV68P10/DEV72P10) OU A GERACAO
      *    INICIAL DO GDG - NADA A CARREGAR, AS DEMAIS SEGUEM. FORA DA
      *    LISTA CONTINUA SENDO HEADER AUSENTE.
           IF WS-FIM-ARQUIVO = 'S' AND MODO-MERGE-ATIVO
               DISPLAY 'DEV06P10   ARQUIVO SEM REGISTROS - IGNORADO - '
                   WS-DDNAME-DADOSCLI
               CLOSE ARQ-DADOSCLI
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-FIM-ARQUIVO = 'S' OR WS-HDR-TIPO NOT = 'H'
               DISPLAY 'DEV06P10   HEADER AUSENTE OU INVALIDO - '
           END-IF
      *
           PERFORM 0057-CRITICA-GERACAO-CARREGADA
           IF GERACAO-IGNORADA
               EXIT PARAGRAPH
           END-IF
      *
           IF WS-REG-LIDOS > 0
               DISPLAY 'DEV06P10   REINICIANDO A PARTIR DO REGISTRO: '
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-FIM-ARQUIVO NOT = 'S'
                       IF MODO-ORDENADO
                           PERFORM 0925-CONFERE-SEQUENCIA
                       END-IF
                       IF NOT REGISTRO-FORA-SEQUENCIA
                           PERFORM 0170-VERIFICA-CHAVE-DUP
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
               ADD 1 TO WS-REG-LIDOS
               ADD PRF-CODIGOCLI TO WS-CTRL-TOTAL-LIDO
               IF MODO-APROVADO
                   PERFORM 0067-APURA-SEQ-APROVACAO
               END-IF
               PERFORM 1000-TRATA-REGISTRO
               PERFORM 0065-GRAVA-RETORNO
               IF FUNCTION MOD(WS-REG-LIDOS, WS-CKP-INTERVALO) = 0
                   PERFORM 0400-COMMIT-TRABALHO
                   PERFORM 0200-GRAVA-CHECKPOINT
      *
           ADD WS-REG-LIDOS TO WS-REG-LIDOS-TOTAL
           CLOSE ARQ-DADOSCLI
           PERFORM 0945-FECHA-CURSOR-MESTRE
      *
           IF WS-ABORTOU-REJEICAO NOT = 'S'
               PERFORM 0160-VALIDA-TRAILER
      * DEV06CHV SO ENXERGA DUPLICIDADE DENTRO DE UM MESMO RUN). O
      * IDENTIFICADOR DO HEADER E CONFERIDO CONTRA O REGISTRO
      * DEV06REG; REGISTRADO, O JOB PARA COM RETURN CODE 14 E SO
      * PROSSEGUE COM O PARAMETRO DE CONFIRMACAO DO OPERADOR. NA
      * LISTA DO DEV06LST A GERACAO REGISTRADA SO E DEIXADA DE LADO
      * (GERACAO-IGNORADA) E OS DEMAIS ARQUIVOS SEGUEM - NA CADEIA
      * DIARIA, O GDIARIO(0) DE UM LOTE CUJO GERADOR NAO RODOU NA
      * VESPERA AINDA E O LOTE JA CARREGADO.
       0057-CRITICA-GERACAO-CARREGADA.
           MOVE 'N' TO WS-GERACAO-IGNORADA
           IF WS-HDR-IDENT = SPACES OR FORCA-REPROCESSO
               EXIT PARAGRAPH
           END-IF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MODO-MERGE-ATIVO
                       DISPLAY 'DEV06P10   GERACAO JA CARREGADA - '
                           'IGNORADA - ' WS-DDNAME-DADOSCLI
                       DISPLAY '  IDENTIFICADOR.: ' WS-HDR-IDENT
                       DISPLAY '  CARREGADA EM..: ' RGC-DATA-CARGA
                       SET GERACAO-IGNORADA TO TRUE
                       CLOSE ARQ-DADOSCLI
                   ELSE
                       DISPLAY 'DEV06P10   *** GERACAO JA CARREGADA '
                           '***'
                       DISPLAY '  IDENTIFICADOR.: ' WS-HDR-IDENT
                       DISPLAY '  CARREGADA EM..: ' RGC-DATA-CARGA
                       DISPLAY '  INFORME S NO PARAMETRO DE '
                           'REPROCESSAMENTO PARA CARREGAR DE NOVO.'
                       MOVE 14 TO RETURN-CODE
                       CLOSE ARQ-DADOSCLI
                       PERFORM 9999-FIM
                       STOP RUN
                   END-IF
           END-READ.
      *
      * REGISTRA A GERACAO RECEM-COMPLETADA - A PARTIR DAQUI UMA
           END-IF
           MOVE WS-HDR-IDENT TO RGC-CHAVE
           MOVE WRK-DATA-PROCESSAMENTO TO RGC-DATA-CARGA
           ACCEPT WS-RGC-HORA-AGORA FROM TIME
           MOVE WS-RGC-HHMMSS TO RGC-HORA-CARGA
           MOVE 33 TO WS-TAM-REGISTRO
           WRITE REG-REGISTRO-CARGA
               INVALID KEY
      *            REPROCESSAMENTO CONFIRMADO PELO OPERADOR - A
                   REWRITE REG-REGISTRO-CARGA
           END-WRITE.
      *
      * ABRE O DEV06RET, QUE NAO E ESVAZIADO AQUI: E A FILA DO QUE
      * AINDA NAO FOI DEVOLVIDO AS ORIGENS, E QUEM EXCLUI O QUE JA
      * FOI DEVOLVIDO E O DEV56P10. ASSIM UMA EXECUCAO QUE NAO CARREGA
      * NADA (CONGELAMENTO, TRAVA, REINICIO QUE SO ENCONTRA GERACOES
      * JA CARREGADAS) NAO APAGA O DESFECHO AINDA NAO ENVIADO. NO
      * REINICIO PELO CHECKPOINT, O REGISTRO REPROCESSADO TEM A
      * MESMA CHAVE E SOBREPOE A LINHA ANTERIOR.
       0060-ABRE-RETORNO.
           OPEN I-O ARQ-RETORNO
           IF WS-FS-RETORNO NOT = '00'
               OPEN OUTPUT ARQ-RETORNO
               CLOSE ARQ-RETORNO
               OPEN I-O ARQ-RETORNO
           END-IF
           IF WS-FS-RETORNO NOT = '00'
               MOVE 'DEV06RET' TO SYS-NOME-ARQUIVO
               MOVE 'OPEN'     TO SYS-OPERACAO-ARQ
               MOVE WS-FS-RETORNO TO SYS-COD-ERRO
               PERFORM 0800-SYSOUT-ERRO-ARQUIVO
               PERFORM 9999-FIM
               STOP RUN
           END-IF.
      *
      * GRAVA O DESFECHO DO REGISTRO RECEM-PROCESSADO EM DEV06RET.
      * ARQUIVO SEM IDENTIFICACAO DE GERACAO NO HEADER (ORIGEM AINDA
      * NAO ADAPTADA) NAO TEM PARA QUEM RETORNAR; EM MODO SIMULACAO
      * NADA FOI APLICADO DE FATO, ENTAO NADA E RETORNADO.
       0065-GRAVA-RETORNO.
           IF WS-HDR-IDENT = SPACES OR SIMULACAO-ATIVA
               EXIT PARAGRAPH
           END-IF
           INITIALIZE RET-REGISTRO
           MOVE 'D'                   TO RET-TIPO
           MOVE WS-HDR-ORIGEM         TO RET-ORIGEM
           MOVE WS-HDR-DATA-GERACAO   TO RET-DATA-GERACAO
           MOVE WS-HDR-SEQUENCIA      TO RET-SEQUENCIA
           MOVE WS-REG-LIDOS          TO RET-NUM-REGISTRO
           MOVE WS-RET-SITUACAO       TO RET-SITUACAO
           IF RET-REJEITADO
               MOVE WS-RET-COD-MOTIVO TO RET-COD-MOTIVO
               MOVE WS-MOTIVO-ERRO    TO RET-DESC-MOTIVO
           END-IF
           IF RET-RETIDO
               MOVE WS-RET-PND-SEQUENCIA TO RET-PND-SEQUENCIA
           END-IF
           MOVE WRK-DATA-PROCESSAMENTO TO RET-DATA-CARGA
           MOVE PRF-DADOSCLI          TO RET-DADOSCLI
           WRITE REG-RETORNO FROM RET-REGISTRO
               INVALID KEY
                   REWRITE REG-RETORNO FROM RET-REGISTRO
           END-WRITE.
      *
      * CARREGA O MAPA DO LOTE APROVADO (DEV44MAP) - NO MAXIMO AS
      * 200 LIBERACOES DE UMA SUBMISSAO DO DEV44P10. MAPA AUSENTE OU
      * VAZIO (LOTE GERADO ANTES DO MAPA) NAO IMPEDE A CARGA - AS
      * IMAGENS SAEM COM A SEQUENCIA DE APROVACAO ZERADA.
       0066-CARREGA-MAPA-APROVACAO.
           MOVE ZEROS TO WS-QTD-MAPA-APROV
           OPEN INPUT ARQ-MAPA-APROV
           IF WS-FS-MAPA-APROV NOT = '00'
               DISPLAY 'DEV06P10   MAPA DE APROVACAO DEV44MAP '
                   'INDISPONIVEL - STATUS: ' WS-FS-MAPA-APROV
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-MAPA-APROV
           PERFORM UNTIL WS-FIM-MAPA-APROV = 'S'
               READ ARQ-MAPA-APROV
                   AT END MOVE 'S' TO WS-FIM-MAPA-APROV
               END-READ
               IF WS-FIM-MAPA-APROV NOT = 'S'
                  AND WS-QTD-MAPA-APROV < 200
                   ADD 1 TO WS-QTD-MAPA-APROV
                   MOVE MAP-NUM-REGISTRO
                     TO WS-MAP-NUM-REGISTRO (WS-QTD-MAPA-APROV)
                   MOVE MAP-PND-SEQUENCIA
                     TO WS-MAP-PND-SEQUENCIA (WS-QTD-MAPA-APROV)
               END-IF
           END-PERFORM
           CLOSE ARQ-MAPA-APROV
           IF WS-QTD-MAPA-APROV = 0
               DISPLAY 'DEV06P10   MAPA DE APROVACAO DEV44MAP VAZIO'
           END-IF.
      *
      * SEQUENCIA DE APROVACAO DO DETALHE CORRENTE, PELO NUMERO DO
      * REGISTRO NO LOTE.
       0067-APURA-SEQ-APROVACAO.
           MOVE ZEROS TO WS-HIST-SEQ-APROV
           MOVE 1 TO WS-IND-MAPA-APROV
           PERFORM UNTIL WS-IND-MAPA-APROV > WS-QTD-MAPA-APROV
               IF WS-MAP-NUM-REGISTRO (WS-IND-MAPA-APROV)
                  = WS-REG-LIDOS
                   MOVE WS-MAP-PND-SEQUENCIA (WS-IND-MAPA-APROV)
                     TO WS-HIST-SEQ-APROV
                   MOVE WS-QTD-MAPA-APROV TO WS-IND-MAPA-APROV
               END-IF
               ADD 1 TO WS-IND-MAPA-APROV
           END-PERFORM.
      *
      * PRE-PASSADA DO CRIVO DE VOLUME - SOMA OS HEADERS DE TODOS
      * OS ARQUIVOS QUE ESTA EXECUCAO VAI PROCESSAR (A LISTA DO
      * DEV06LST OU O 'DADOSCLI' TRADICIONAL), LENDO APENAS O
           READ ARQ-DADOSCLI INTO WS-HDR-DADOSCLI
               AT END MOVE SPACES TO WS-HDR-DADOSCLI
           END-READ
      *    GERACAO DA LISTA JA CARREGADA NAO SERA PROCESSADA (VER
      *    0057) - FICA FORA DA SOMA.
           IF WS-HDR-TIPO = 'H' AND WS-FS-LISTA = '00'
              AND WS-HDR-IDENT NOT = SPACES AND NOT FORCA-REPROCESSO
               MOVE WS-HDR-IDENT TO RGC-CHAVE
               READ ARQ-REGISTRO-CARGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-HDR-TIPO
               END-READ
           END-IF
           IF WS-HDR-TIPO = 'H'
              AND WS-HDR-QTDE-REGS IS NUMERIC
               ADD WS-HDR-QTDE-REGS TO WS-VOL-HDR-TOTAL
           MOVE 1     TO WS-INDICE-ARQUIVO
           OPEN INPUT ARQ-CHECKPOINT
           IF WS-FS-CHECKPOINT = '00'
               READ ARQ-CHECKPOINT
                   AT END MOVE ZEROS TO REG-CHECKPOINT
                          MOVE 83    TO WS-TAM-CHECKPOINT
               END-READ
               IF WS-TAM-CHECKPOINT = 69
                   PERFORM 0105-CONVERTE-CHECKPOINT-ANT
               END-IF
               MOVE CKP-REG-LIDOS       TO WS-REG-LIDOS-RESTART
               MOVE CKP-CTRL-TOTAL-LIDO TO WS-CTRL-TOTAL-LIDO-RESTART
               MOVE CKP-REG-DESP-ARQ    TO WS-REG-DESP-ARQ-RESTART
               END-IF
           END-IF.
      *
      * CHECKPOINT GRAVADO NO LAYOUT DE 69 POSICOES (ANTERIOR AOS
      * CONTADORES DE 9 POSICOES) - REMONTA O REGISTRO NO LAYOUT
      * ATUAL PARA QUE A RETOMADA SIGA O CAMINHO DE SEMPRE.
       0105-CONVERTE-CHECKPOINT-ANT.
           MOVE REG-CHECKPOINT-ANT  TO WS-CKP-ANTERIOR
           MOVE ZEROS               TO REG-CHECKPOINT
           MOVE CKA-REG-LIDOS       TO CKP-REG-LIDOS
           MOVE CKA-CTRL-TOTAL-LIDO TO CKP-CTRL-TOTAL-LIDO
           MOVE CKA-INDICE-ARQUIVO  TO CKP-INDICE-ARQUIVO
           MOVE CKA-REG-DESP        TO CKP-REG-DESP
           MOVE CKA-REG-DESP-ARQ    TO CKP-REG-DESP-ARQ
           MOVE CKA-DATA-GRAVACAO   TO CKP-DATA-GRAVACAO
           MOVE CKA-HORA-GRAVACAO   TO CKP-HORA-GRAVACAO
           MOVE CKA-REG-ATUAL-RECON TO CKP-REG-ATUAL-RECON
           MOVE CKA-MOV-SALDO       TO CKP-MOV-SALDO.
      *
      * ANTES DE RETOMAR UM CHECKPOINT, CONFERE HA QUANTAS HORAS ELE
      * FOI GRAVADO - UM CHECKPOINT VELHO COSTUMA SER DE UM RUN QUE
      * FOI ABANDONADO (NAO APENAS INTERROMPIDO), E RETOMA-LO AS CEGAS
                   ' LIDO: ' WS-CTRL-TOTAL-LIDO
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * PREPARA O MODO ORDENADO PARA UM ARQUIVO DADOSCLI - CADA
      * ARQUIVO RECOMECA A ORDEM DE CODIGO, E O CURSOR SO E ABERTO NO
      * PRIMEIRO DETALHE PROCESSADO (DEPOIS DOS PULADOS NO REINICIO),
      * JA POSICIONADO NO CODIGO DELE.
       0920-INICIA-MODO-ORDENADO.
           EXEC SQL DECLARE C-MESTRE CURSOR WITH HOLD FOR
               SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                      FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                      DTULTCOMPRA_CLI, DTATLZDADOS_CLI,
                      COALESCE(DTINATIVA_CLI, DTATLZDADOS_CLI),
                      CASE WHEN DTINATIVA_CLI IS NULL THEN 'A'
                           ELSE 'I' END,
                      EMAIL_CLI
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI >= :WS-ORD-INICIO-HOST
                ORDER BY CODIGO_CLI
                FOR FETCH ONLY
           END-EXEC
           PERFORM 0945-FECHA-CURSOR-MESTRE
           MOVE 'N'   TO WS-ORD-ERRO-CURSOR
           MOVE 'N'   TO WS-ORD-FORA-SEQ
           MOVE 'X'   TO WS-ORD-SITUACAO
           MOVE ZEROS TO WS-ORD-CODIGO-ANTERIOR
           MOVE ZEROS TO WS-ORD-DUP-CODIGO
           MOVE SPACES TO WS-ORD-DUP-OPERACOES
           MOVE ZEROS TO WS-ORD-DUP-QTDE.
      *
      * CONFERE A ORDEM DO REGISTRO CORRENTE CONTRA O ANTERIOR. AS
      * OPERACOES DE GRUPO E O CODIGO ZERADO (ATRIBUICAO AUTOMATICA)
      * NAO ENTRAM NA SEQUENCIA. TAMBEM CHAMADA PARA OS REGISTROS
      * PULADOS NO REINICIO, PARA RETOMAR A SEQUENCIA DE ONDE PAROU.
       0925-CONFERE-SEQUENCIA.
           MOVE 'N' TO WS-ORD-FORA-SEQ
           MOVE 'N' TO WS-ORD-REPETIDO
           IF PRF-CODIGOCLI NOT NUMERIC
               MOVE 'D' TO WS-ORD-FORA-SEQ
               EXIT PARAGRAPH
           END-IF
           IF INATIVACAO-GRUPO OR REATIVACAO-GRUPO
              OR PRF-CODIGOCLI = 0
               MOVE 'D' TO WS-ORD-FORA-SEQ
               EXIT PARAGRAPH
           END-IF
           IF PRF-CODIGOCLI < WS-ORD-CODIGO-ANTERIOR
               MOVE 'S' TO WS-ORD-FORA-SEQ
               EXIT PARAGRAPH
           END-IF
           IF PRF-CODIGOCLI = WS-ORD-CODIGO-ANTERIOR
               MOVE 'S' TO WS-ORD-REPETIDO
           END-IF
           MOVE PRF-CODIGOCLI TO WS-ORD-CODIGO-ANTERIOR.
      *
      * AVANCA O CURSOR C-MESTRE ATE O CODIGO DO REGISTRO CORRENTE E
      * DEIXA EM WS-ORD-SITUACAO O QUE OS PARAGRAFOS DE OPERACAO
      * PODEM USAR NO LUGAR DO SELECT AVULSO (VER WS-ORD-CONTROLE).
       0930-POSICIONA-MESTRE.
           MOVE 'X' TO WS-ORD-SITUACAO
           PERFORM 0925-CONFERE-SEQUENCIA
           IF REGISTRO-FORA-SEQUENCIA
               ADD 1 TO WS-ORD-QTDE-FORA-SEQ
               EXIT PARAGRAPH
           END-IF
           IF REGISTRO-SEM-SEQUENCIA OR CODIGO-REPETIDO
              OR ORD-ERRO-CURSOR
               EXIT PARAGRAPH
           END-IF
      *
           IF NOT ORD-CURSOR-ABERTO
               MOVE PRF-CODIGOCLI TO WS-ORD-INICIO-HOST
               EXEC SQL OPEN C-MESTRE END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'OPEN CUR' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
                   PERFORM 0720-VERIFICA-SQLCODE-FATAL
                   MOVE 'S' TO WS-ORD-ERRO-CURSOR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S'   TO WS-ORD-CURSOR-ABERTO
               MOVE 'N'   TO WS-ORD-FIM-MESTRE
               MOVE ZEROS TO WS-ORD-CODIGOCLI
           END-IF
      *
           PERFORM 0935-FETCH-MESTRE
               UNTIL ORD-FIM-MESTRE
                  OR WS-ORD-CODIGOCLI >= PRF-CODIGOCLI
      *
           IF ORD-ERRO-CURSOR
               EXIT PARAGRAPH
           END-IF
           IF NOT ORD-FIM-MESTRE AND WS-ORD-CODIGOCLI = PRF-CODIGOCLI
               MOVE 'E' TO WS-ORD-SITUACAO
           ELSE
               MOVE 'A' TO WS-ORD-SITUACAO
           END-IF.
      *
       0935-FETCH-MESTRE.
           EXEC SQL
               FETCH C-MESTRE
                 INTO :WS-ORD-CODIGOCLI, :WS-ORD-RAZAOSOCIAL,
                      :WS-ORD-CNPJA, :WS-ORD-FILIALA,
                      :WS-ORD-SALDO, :WS-ORD-VLRULTCOMPRA,
                      :WS-ORD-DTULTCOMPRA, :WS-ORD-DTATLZDADOS,
                      :WS-ORD-DTINATIVA, :WS-ORD-SITUACAO-CLI,
                      :WS-ORD-EMAIL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ORD-QTDE-FETCH
               WHEN 100
                   MOVE 'S' TO WS-ORD-FIM-MESTRE
               WHEN OTHER
      *            DAQUI EM DIANTE O ARQUIVO SEGUE PELO SELECT AVULSO
                   MOVE 'FETCH   ' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
                   PERFORM 0720-VERIFICA-SQLCODE-FATAL
                   MOVE 'S' TO WS-ORD-FIM-MESTRE
                   MOVE 'S' TO WS-ORD-ERRO-CURSOR
                   DISPLAY 'DEV06P10   FALHA NO CURSOR DO MODO ORDENADO'
                       ' - SEGUINDO COM LEITURA AVULSA'
           END-EVALUATE.
      *
      * ENTREGA A LINHA EM MAOS NOS MESMOS HOSTS DO SELECT AVULSO DE
      * 3000/4000/6000 (CLIENTE ATIVO) - WS-SQLCODE-LEITURA FICA 0 OU
      * 100 COMO FICARIA O SQLCODE.
       0940-MESTRE-ATIVO.
           IF MESTRE-ENCONTRADO AND ORD-CLIENTE-ATIVO
               MOVE WS-ORD-CODIGOCLI    TO WS-CODIGOCLI-HOST
               MOVE WS-ORD-RAZAOSOCIAL  TO WS-RAZAOSOCIAL-HOST
               MOVE WS-ORD-CNPJA        TO WS-HIST-CNPJA
               MOVE WS-ORD-FILIALA      TO WS-HIST-FILIALA
               MOVE WS-ORD-SALDO        TO WS-HIST-SALDO
               MOVE WS-ORD-VLRULTCOMPRA TO WS-HIST-VLRULTCOMPRA
               MOVE WS-ORD-DTULTCOMPRA  TO WS-HIST-DTULTCOMPRA
               MOVE WS-ORD-DTATLZDADOS  TO WS-HIST-DTATLZDADOS
               MOVE WS-ORD-EMAIL        TO WS-EMAIL-HOST
               MOVE 0 TO WS-SQLCODE-LEITURA
           ELSE
               MOVE 100 TO WS-SQLCODE-LEITURA
           END-IF.
      *
      * IDEM PARA 5000-PROCESSA-REATIVACAO (CLIENTE INATIVO)
       0942-MESTRE-INATIVO.
           IF MESTRE-ENCONTRADO AND NOT ORD-CLIENTE-ATIVO
               MOVE WS-ORD-CODIGOCLI    TO WS-CODIGOCLI-HOST
               MOVE WS-ORD-RAZAOSOCIAL  TO WS-RAZAOSOCIAL-HOST
               MOVE WS-ORD-CNPJA        TO WS-HIST-CNPJA
               MOVE WS-ORD-FILIALA      TO WS-HIST-FILIALA
               MOVE WS-ORD-SALDO        TO WS-HIST-SALDO
               MOVE WS-ORD-VLRULTCOMPRA TO WS-HIST-VLRULTCOMPRA
               MOVE WS-ORD-DTULTCOMPRA  TO WS-HIST-DTULTCOMPRA
               MOVE WS-ORD-DTATLZDADOS  TO WS-HIST-DTATLZDADOS
               MOVE WS-ORD-DTINATIVA    TO WS-HIST-DTINATIVA
               MOVE WS-ORD-EMAIL        TO WS-EMAIL-HOST
               MOVE 0 TO WS-SQLCODE-LEITURA
           ELSE
               MOVE 100 TO WS-SQLCODE-LEITURA
           END-IF.
      *
       0945-FECHA-CURSOR-MESTRE.
           IF ORD-CURSOR-ABERTO
               EXEC SQL CLOSE C-MESTRE END-EXEC
               MOVE 'N' TO WS-ORD-CURSOR-ABERTO
           END-IF.
      *
       0950-ABORTA-LIMITE-REJEICAO.
           DISPLAY 'DEV06P10   PERCENTUAL DE REJEICAO ACIMA DO LIMITE'
           MOVE WRK-DATA-PROCESSAMENTO TO CKP-DATA-GRAVACAO
           ACCEPT WS-CKP-HORA-AGORA FROM TIME
           MOVE WS-CKP-HORA-AGORA  TO CKP-HORA-GRAVACAO
           MOVE 83 TO WS-TAM-CHECKPOINT
           OPEN OUTPUT ARQ-CHECKPOINT
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.
           MOVE ZEROS TO REG-CHECKPOINT
           MOVE ZEROS TO CKP-REG-ATUAL-RECON
           MOVE ZEROS TO CKP-MOV-SALDO
           MOVE 83 TO WS-TAM-CHECKPOINT
           OPEN OUTPUT ARQ-CHECKPOINT
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.
      * GRAVA UMA IMAGEM (ANTES OU DEPOIS, CONFORME
      * WS-TIPO-IMAGEM-HIST) DO REGISTRO CLIENTPJ EM
      * ALUNO06.CLIENTPJ_HIST. CHAMADA A PARTIR DE 2000/3000/4000/
      * 5000/6000-PROCESSA-xxx, ANTES E DEPOIS DA ALTERACAO. A IMAGEM
      * LEVA A PROVENIENCIA - PROGRAMA, USUARIO, GERACAO DO HEADER E
      * SEQUENCIA DE APROVACAO (VER WS-HIST-SEQ-APROV).
       0750-GRAVA-HISTORICO.
           IF NOT SIMULACAO-ATIVA
               EXEC SQL
                       DATA_HIST, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                       FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                       DTULTCOMPRA_CLI, DTATLZDADOS_CLI, DTINATIVA_CLI,
                       DTAGENDA_CLI, PROGRAMA_HIST, USUARIO_HIST,
                       ORIGEM_GER_HIST, DATA_GER_HIST, SEQ_GER_HIST,
                       SEQ_APROV_HIST
                   ) VALUES (
                       :WS-CODIGOCLI-HOST, :PRF-OPERACAO,
                       :WS-TIPO-IMAGEM-HIST,
                       :WS-HIST-FILIALA, :WS-HIST-SALDO,
                       :WS-HIST-VLRULTCOMPRA, :WS-HIST-DTULTCOMPRA,
                       :WS-HIST-DTATLZDADOS, :WS-HIST-DTINATIVA,
                       :WS-HIST-DTAGENDA, 'DEV06P10', USER,
                       :WS-HDR-ORIGEM, :WS-HDR-DATA-GERACAO,
                       :WS-HDR-SEQUENCIA, :WS-HIST-SEQ-APROV
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 0720-VERIFICA-SQLCODE-FATAL
               END-IF
           END-IF.
      *
      * REGISTRA EM ALUNO06.CLIENTPJ_MOVSLD UM MOVIMENTO DE SALDO
      * (TIPO EM WS-MOVS-TIPO-HOST: 'B' AJUSTE, 'F' FUSAO), NA MESMA
      * UNIDADE DE TRABALHO DO UPDATE QUE MOVEU O SALDO - UM ROLLBACK
      * OU REINICIO POR CHECKPOINT DESFAZ OS DOIS JUNTOS. O MOVIMENTO
      * FICA PENDENTE ('P') ATE SER CONTABILIZADO PELO DEV62P10.
       0760-GRAVA-MOVIMENTO-SALDO.
           IF NOT SIMULACAO-ATIVA AND WS-MOVS-VALOR-HOST NOT = 0
               EXEC SQL
                   INSERT INTO ALUNO06.CLIENTPJ_MOVSLD (
                       DATA_MOV, TIPO_MOV, PROGRAMA_MOV, CODIGO_CLI,
                       VALOR_MOV, SITUACAO_MOV
                   ) VALUES (
                       :WS-DATA-PROCESSAMENTO-HOST, :WS-MOVS-TIPO-HOST,
                       'DEV06P10', :WS-MOVS-CODIGOCLI-HOST,
                       :WS-MOVS-VALOR-HOST, 'P'
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'INS MOVS' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
                   PERFORM 0720-VERIFICA-SQLCODE-FATAL
               END-IF
           END-IF.
      *
      * REGISTRA EM ALUNO06.CLIENTPJ_BAIXA A SAIDA DE UM CODIGO DE
      * CLIENTE (MOTIVO EM WS-BXA-MOTIVO-HOST: 'F' PERDEDOR DE FUSAO,
      * 'C' CANCELAMENTO), NA MESMA UNIDADE DE TRABALHO DA OPERACAO -
      * UM ROLLBACK OU REINICIO POR CHECKPOINT DESFAZ OS DOIS JUNTOS.
      * FICA PENDENTE ('P') ATE O DEV74P10 LEVA-LA AO FEED DE BAIXAS.
       0770-GRAVA-BAIXA.
           IF NOT SIMULACAO-ATIVA
               EXEC SQL
                   INSERT INTO ALUNO06.CLIENTPJ_BAIXA (
                       DATA_BAIXA, MOTIVO_BAIXA, PROGRAMA_BAIXA,
                       CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                       FILIALCNPJA_CLI, SALDO_CLI, CODIGO_SOBREV,
                       SITUACAO_BAIXA
                   ) VALUES (
                       :WS-DATA-PROCESSAMENTO-HOST, :WS-BXA-MOTIVO-HOST,
                       'DEV06P10', :WS-BXA-CODIGOCLI-HOST,
                       :WS-BXA-RAZAO-HOST, :WS-BXA-CNPJA-HOST,
                       :WS-BXA-FILIALA-HOST, :WS-BXA-SALDO-HOST,
                       :WS-BXA-SOBREV-HOST, 'P'
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'INS BXA' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
                   PERFORM 0720-VERIFICA-SQLCODE-FATAL
               END-IF
           END-IF.
      *
       0800-SYSOUT-ERRO-ARQUIVO.
           DISPLAY SYS-ERROARQ-LINHA-1
           MOVE PRF-RAZAOSOCIAL TO WS-RAZAOSOCIAL-HOST
           MOVE 'N' TO WS-INATIV-AGENDADA
           MOVE 'N' TO WS-CODIGO-ATRIBUIDO
           INITIALIZE WS-RET-DESFECHO
           IF MODO-ORDENADO
               PERFORM 0930-POSICIONA-MESTRE
               IF REGISTRO-FORA-SEQUENCIA
                   MOVE 'FORA DE SEQUENCIA' TO WS-MOTIVO-ERRO
                   PERFORM 8000-REG-INVALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0170-VERIFICA-CHAVE-DUP
           IF CHAVE-DUPLICADA
               MOVE 'CHAVE DUPLICADA' TO WS-MOTIVO-ERRO
           IF NOVO-CLIENTE AND PRF-CODIGOCLI = 0
               EXIT PARAGRAPH
           END-IF
           IF MODO-ORDENADO AND NOT MODO-MERGE-ATIVO
               PERFORM 0175-VERIFICA-DUP-ORDENADO
               EXIT PARAGRAPH
           END-IF
           MOVE PRF-CODIGOCLI TO CHV-CODIGOCLI
           MOVE PRF-OPERACAO  TO CHV-OPERACAO
           READ ARQ-CHAVES
                   MOVE 'S' TO WS-CHAVE-DUPLICADA
           END-READ.
      *
      * CRITICA DE DUPLICIDADE DO MODO ORDENADO COM ARQUIVO UNICO -
      * A ENTRADA VEM EM ORDEM DE CODIGO, ENTAO UM PAR (CODIGO,
      * OPERACAO) REPETIDO SO PODE ESTAR ENTRE OS REGISTROS DO
      * CODIGO CORRENTE, GUARDADOS EM WS-ORD-DUP-OPERACOES.
       0175-VERIFICA-DUP-ORDENADO.
           IF PRF-CODIGOCLI NOT = WS-ORD-DUP-CODIGO
               MOVE PRF-CODIGOCLI TO WS-ORD-DUP-CODIGO
               MOVE SPACES TO WS-ORD-DUP-OPERACOES
               MOVE ZEROS  TO WS-ORD-DUP-QTDE
           END-IF
      *    OPERACAO EM BRANCO CAI EM 'OPERACAO INVALIDA' LOGO ADIANTE
           IF PRF-OPERACAO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-ORD-DUP-ACHOU
           INSPECT WS-ORD-DUP-OPERACOES
               TALLYING WS-ORD-DUP-ACHOU FOR ALL PRF-OPERACAO
           IF WS-ORD-DUP-ACHOU > 0
               MOVE 'S' TO WS-CHAVE-DUPLICADA
           ELSE
               IF WS-ORD-DUP-QTDE < 20
                   ADD 1 TO WS-ORD-DUP-QTDE
                   MOVE PRF-OPERACAO
                     TO WS-ORD-DUP-OPERACOES(WS-ORD-DUP-QTDE:1)
               END-IF
           END-IF.
      *
      * CONFERE SE O FILIAL INFORMADO CONSTA NO CADASTRO MESTRE COMO
      * VALIDO PARA A RAIZ DE CNPJ INFORMADA (WRK-CNPJ/WRK-FILIAL JA
      * DEVEM ESTAR PREENCHIDOS PELO CHAMADOR).
               INVALID KEY
                   MOVE 'S' TO WS-FILIAL-INVALIDA
           END-READ.
      *
      * CONFERE SE A RAIZ DE CNPJ DO CLIENTE LIDO (WS-HIST-CNPJA) ESTA
      * EM BLOQUEIO DE CREDITO - GRUPO ACIMA DO LIMITE APURADO PELO
      * DEV31P10 E AINDA NAO LIBERADO POR SUPERVISOR (DEV35P10).
      * O REGISTRO RECUSADO VAI PARA O DADOSREJ E PODE SER REENVIADO
      * DEPOIS DA LIBERACAO.
       0190-VERIFICA-BLOQUEIO-CREDITO.
           MOVE 'N' TO WS-GRUPO-BLOQUEADO
           EXEC SQL
               SELECT SITUACAO_BLOQ INTO :WS-SITUACAO-BLOQ-HOST
                 FROM ALUNO06.CLIENTPJ_BLOQ
                WHERE NUMECNPJA_CLI = :WS-HIST-CNPJA
                  AND SITUACAO_BLOQ = 'B'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-GRUPO-BLOQUEADO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'SELECT' TO WS-SYSOUT-OPERACAO
                   PERFORM 0700-SYSOUT-ERRO-SQL
                   PERFORM 0720-VERIFICA-SQLCODE-FATAL
           END-EVALUATE.

       2000-PROCESSA-NOVO.
      *    CODIGO ZERADO SIGNIFICA "ATRIBUA O PROXIMO CODIGO LIVRE" -
           MOVE PRF-EMAIL           TO WS-EMAIL-HOST
           MOVE ZEROS               TO WS-SALDO-HOST

           IF MESTRE-EM-MAOS
               IF MESTRE-ENCONTRADO
                   MOVE 0 TO WS-SQLCODE-LEITURA
               ELSE
                   MOVE 100 TO WS-SQLCODE-LEITURA
               END-IF
           ELSE
               EXEC SQL
                   SELECT CODIGO_CLI INTO :WS-CODIGOCLI-HOST
                     FROM ALUNO06.CLIENTPJ
                    WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-LEITURA
           END-IF

           IF WS-SQLCODE-LEITURA NOT = 0
               IF NOT SIMULACAO-ATIVA
                   EXEC SQL
                       INSERT INTO ALUNO06.CLIENTPJ (
              EXIT PARAGRAPH
           END-IF

           IF MESTRE-EM-MAOS
               PERFORM 0940-MESTRE-ATIVO
           ELSE
               EXEC SQL
                   SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                          FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                          DTULTCOMPRA_CLI, DTATLZDADOS_CLI, EMAIL_CLI
                     INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                          :WS-HIST-CNPJA, :WS-HIST-FILIALA,
                          :WS-HIST-SALDO, :WS-HIST-VLRULTCOMPRA,
                          :WS-HIST-DTULTCOMPRA, :WS-HIST-DTATLZDADOS,
                          :WS-EMAIL-HOST
                     FROM ALUNO06.CLIENTPJ
                    WHERE CODIGO_CLI = :PRF-CODIGOCLI
                      AND DTINATIVA_CLI IS NULL
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-LEITURA
           END-IF

           IF WS-SQLCODE-LEITURA NOT = 0
               MOVE 'ERRO NUM CLIENTE' TO WS-MOTIVO-ERRO
               PERFORM 8000-REG-INVALIDO
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

      *    O 'A' QUE REGISTRA UMA COMPRA NOVA E RECUSADO QUANDO O
      *    GRUPO ESTA EM BLOQUEIO DE CREDITO.
           IF PRF-VLRULTCOMPRA > 0
              AND (PRF-VLRULTCOMPRA NOT = WS-HIST-VLRULTCOMPRA
                OR PRF-DATAOPER NOT = WS-HIST-DTULTCOMPRA)
               PERFORM 0190-VERIFICA-BLOQUEIO-CREDITO
               IF GRUPO-BLOQUEADO
                   MOVE 'BLOQUEIO CREDITO' TO WS-MOTIVO-ERRO
                   PERFORM 8000-REG-INVALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-RAZAOSOCIAL-HOST TO WS-HIST-RAZAOSOCIAL
           MOVE ZEROS TO WS-HIST-DTINATIVA
           MOVE ZEROS TO WS-HIST-DTAGENDA
              EXIT PARAGRAPH
           END-IF

           IF MESTRE-EM-MAOS
               PERFORM 0940-MESTRE-ATIVO
           ELSE
               EXEC SQL
                   SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                          FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                          DTULTCOMPRA_CLI, DTATLZDADOS_CLI
                     INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                          :WS-HIST-CNPJA, :WS-HIST-FILIALA,
                          :WS-HIST-SALDO, :WS-HIST-VLRULTCOMPRA,
                          :WS-HIST-DTULTCOMPRA, :WS-HIST-DTATLZDADOS
                     FROM ALUNO06.CLIENTPJ
                    WHERE CODIGO_CLI = :PRF-CODIGOCLI
                      AND DTINATIVA_CLI IS NULL
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-LEITURA
           END-IF

           IF WS-SQLCODE-LEITURA NOT = 0
               MOVE 'ERRO NUM CLIENTE' TO WS-MOTIVO-ERRO
               PERFORM 8000-REG-INVALIDO
               EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF

           IF MESTRE-EM-MAOS
               PERFORM 0942-MESTRE-INATIVO
           ELSE
               EXEC SQL
                   SELECT CODIGO_CLI, RAZSOCIAL_CLI, NUMECNPJA_CLI,
                          FILIALCNPJA_CLI, SALDO_CLI, VRULTCOMPRA_CLI,
                          DTULTCOMPRA_CLI, DTATLZDADOS_CLI,
                          DTINATIVA_CLI
                     INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                          :WS-HIST-CNPJA, :WS-HIST-FILIALA,
                          :WS-HIST-SALDO, :WS-HIST-VLRULTCOMPRA,
                          :WS-HIST-DTULTCOMPRA, :WS-HIST-DTATLZDADOS,
                          :WS-HIST-DTINATIVA
                     FROM ALUNO06.CLIENTPJ
                    WHERE CODIGO_CLI = :PRF-CODIGOCLI
                      AND DTINATIVA_CLI IS NOT NULL
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-LEITURA
           END-IF

           IF WS-SQLCODE-LEITURA NOT = 0
               MOVE 'ERRO NUM CLIENTE' TO WS-MOTIVO-ERRO
               PERFORM 8000-REG-INVALIDO
               EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF

           IF MESTRE-EM-MAOS
               PERFORM 0940-MESTRE-ATIVO
               MOVE WS-ORD-SALDO TO WS-SALDO-HOST
           ELSE
               EXEC SQL
                   SELECT CODIGO_CLI, RAZSOCIAL_CLI, SALDO_CLI,
                          NUMECNPJA_CLI, FILIALCNPJA_CLI,
                          VRULTCOMPRA_CLI, DTULTCOMPRA_CLI,
                          DTATLZDADOS_CLI
                     INTO :WS-CODIGOCLI-HOST, :WS-RAZAOSOCIAL-HOST,
                          :WS-SALDO-HOST, :WS-HIST-CNPJA,
                          :WS-HIST-FILIALA, :WS-HIST-VLRULTCOMPRA,
                          :WS-HIST-DTULTCOMPRA, :WS-HIST-DTATLZDADOS
                     FROM ALUNO06.CLIENTPJ
                    WHERE CODIGO_CLI = :PRF-CODIGOCLI
                      AND DTINATIVA_CLI IS NULL
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-LEITURA
           END-IF

           IF WS-SQLCODE-LEITURA NOT = 0
               MOVE 'ERRO NUM CLIENTE' TO WS-MOTIVO-ERRO
               PERFORM 8000-REG-INVALIDO
               EXIT PARAGRAPH
           END-IF

      *    AJUSTE QUE AUMENTA O SALDO E RECUSADO QUANDO O GRUPO ESTA
      *    EM BLOQUEIO DE CREDITO - O AJUSTE NEGATIVO (PAGAMENTO,
      *    ESTORNO) CONTINUA SENDO ACEITO.
           IF PRF-VLRAJUSTE > 0
               PERFORM 0190-VERIFICA-BLOQUEIO-CREDITO
               IF GRUPO-BLOQUEADO
                   MOVE 'BLOQUEIO CREDITO' TO WS-MOTIVO-ERRO
                   PERFORM 8000-REG-INVALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-RAZAOSOCIAL-HOST TO WS-HIST-RAZAOSOCIAL
           MOVE WS-SALDO-HOST       TO WS-HIST-SALDO
           MOVE ZEROS TO WS-HIST-DTINATIVA
           MOVE ZEROS TO WS-HIST-DTAGENDA
           MOVE 'A' TO WS-TIPO-IMAGEM-HIST
           PERFORM 0750-GRAVA-HISTORICO

           MOVE PRF-CODIGOCLI       TO WS-CODIGOCLI-HOST
           MOVE PRF-VLRAJUSTE       TO WS-VLRAJUSTE-HOST
           MOVE WRK-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
                   EXIT PARAGRAPH
               ELSE
                   ADD WS-VLRAJUSTE-HOST TO WS-MOV-SALDO-DIA
                   MOVE 'B' TO WS-MOVS-TIPO-HOST
                   MOVE WS-CODIGOCLI-HOST TO WS-MOVS-CODIGOCLI-HOST
                   MOVE WS-VLRAJUSTE-HOST TO WS-MOVS-VALOR-HOST
                   PERFORM 0760-GRAVA-MOVIMENTO-SALDO
                   COMPUTE WS-HIST-SALDO =
                       WS-SALDO-HOST + WS-VLRAJUSTE-HOST
                   MOVE WS-DATA-PROCESSAMENTO-HOST
                   STOP RUN
               END-IF

      *        A TRANSFERENCIA DE SALDO SAI DO PERDEDOR E ENTRA NO
      *        SOBREVIVENTE - DOIS MOVIMENTOS 'F' QUE SE ANULAM NO
      *        TOTAL, MAS QUE A CONTABILIDADE LANCA CONTA A CONTA.
               MOVE 'F' TO WS-MOVS-TIPO-HOST
               MOVE WS-FUSAO-CODPERD-HOST TO WS-MOVS-CODIGOCLI-HOST
               COMPUTE WS-MOVS-VALOR-HOST =
                   0 - WS-FUSAO-SALDO-PERD-HOST
               PERFORM 0760-GRAVA-MOVIMENTO-SALDO
               MOVE PRF-CODIGOCLI TO WS-MOVS-CODIGOCLI-HOST
               MOVE WS-FUSAO-SALDO-PERD-HOST TO WS-MOVS-VALOR-HOST
               PERFORM 0760-GRAVA-MOVIMENTO-SALDO
      *
      *        O CODIGO PERDEDOR CONTINUA EM CLIENTPJ (INATIVO), MAS
      *        DEIXA DE EXISTIR PARA OS CONSUMIDORES - VAI PARA O
      *        FEED DE BAIXAS COM O CODIGO SOBREVIVENTE E O SALDO
      *        JA TRANSFERIDO (ZERO).
               MOVE 'F' TO WS-BXA-MOTIVO-HOST
               MOVE WS-FUSAO-CODPERD-HOST TO WS-BXA-CODIGOCLI-HOST
               MOVE WS-FUSAO-RAZAO-PERD-HOST TO WS-BXA-RAZAO-HOST
               MOVE WS-FUSAO-CNPJA-PERD-HOST TO WS-BXA-CNPJA-HOST
               MOVE WS-FUSAO-FILIALA-PERD-HOST TO WS-BXA-FILIALA-HOST
               MOVE ZEROS TO WS-BXA-SALDO-HOST
               MOVE PRF-CODIGOCLI TO WS-BXA-SOBREV-HOST
               PERFORM 0770-GRAVA-BAIXA
      *
      *        IMAGEM 'DEPOIS' DO SOBREVIVENTE - OS CAMPOS DE NOME E
      *        CNPJ/FILIAL DO WS-HIST AINDA CARREGAM OS DO PERDEDOR
      *        (IMAGEM 'ANTES' GRAVADA ACIMA) E PRECISAM VOLTAR A SER
           MOVE PRF-CODIGOCLI TO WS-CODIGOCLI-HOST

           EXEC SQL
               SELECT RAZSOCIAL_CLI, DTATLZDADOS_CLI,
                      NUMECNPJA_CLI, FILIALCNPJA_CLI, SALDO_CLI
                 INTO :WS-RAZAOSOCIAL-HOST,
                      :WS-CANCEL-DTATLZDADOS-HOST,
                      :WS-BXA-CNPJA-HOST, :WS-BXA-FILIALA-HOST,
                      :WS-BXA-SALDO-HOST
                 FROM ALUNO06.CLIENTPJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
           END-EXEC
                   PERFORM 9999-FIM
                   STOP RUN
               END-IF
      *
      *        O CODIGO PODE JA TER SAIDO NO CDCCLI/EXTRCLI DE UMA
      *        CARGA ANTERIOR DO DIA - VAI PARA O FEED DE BAIXAS.
               MOVE 'C' TO WS-BXA-MOTIVO-HOST
               MOVE WS-CODIGOCLI-HOST TO WS-BXA-CODIGOCLI-HOST
               MOVE WS-RAZAOSOCIAL-HOST TO WS-BXA-RAZAO-HOST
               MOVE ZEROS TO WS-BXA-SOBREV-HOST
               MOVE WRK-DATA-PROCESSAMENTO TO WS-DATA-PROCESSAMENTO-HOST
               PERFORM 0770-GRAVA-BAIXA
           END-IF

           ADD 1 TO WS-REG-ATUAL
               CLOSE ARQ-PENDENTES
           END-IF
           ADD 1 TO WS-CTR-RETIDO
           MOVE 'P' TO WS-RET-SITUACAO
           MOVE WS-PND-PROX-SEQUENCIA TO WS-RET-PND-SEQUENCIA
      *
           IF WS-REL-LINHA + 4 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
      * PRIMEIRO CLIENTE, E CADA CODIGO_CLI AFETADO SAI EM UMA LINHA
      * PROPRIA (LINDET3), PARA QUE SE VEJA EXATAMENTE O QUE MUDOU.
       7300-IMPRIME-OK-GRUPO.
           IF WS-RET-SITUACAO NOT = 'R'
               MOVE 'A' TO WS-RET-SITUACAO
           END-IF
           IF WS-GRUPO-QTDE-AFETADOS = 1
               IF WS-REL-LINHA + 2 > WS-REL-MAX-LINHAS
                   PERFORM 0500-IMPRIME-CABECALHO
      * SAI COMO RESULTADO PROPRIO, E NAO COMO REJEICAO, POIS O
      * REGISTRO EM SI ESTAVA CORRETO.
       7100-IMPRIME-SEM-ALTERACAO.
           MOVE 'N' TO WS-RET-SITUACAO
           IF WS-REL-LINHA + 3 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 0600-MOVE-DESCOPER
           IF INATIVACAO-AGENDADA
               MOVE 'INATIVACAO AGENDADA' TO LD1-RESULTADO
               MOVE 'G' TO WS-RET-SITUACAO
           ELSE
               MOVE 'OPERACAO REALIZADA' TO LD1-RESULTADO
               MOVE 'A' TO WS-RET-SITUACAO
           END-IF
           WRITE REG-RLINCONS FROM LINDET1 AFTER ADVANCING 2 LINES
      *    AVISA QUANDO A DATA AGENDADA FOI ROLADA PARA O DIA UTIL
           MOVE WS-RAZAOSOCIAL-HOST TO LD3-RAZSOCIAL
           WRITE REG-RLINCONS FROM LINDET3 AFTER ADVANCING 1 LINES
           ADD 4 TO WS-REL-LINHA
           WRITE REG-REJEITADOS FROM PRF-DADOSCLI
           PERFORM 8050-GRAVA-MOTIVO-REJEICAO
           MOVE 'R' TO WS-RET-SITUACAO
           MOVE WS-REJ-COD-MOTIVO TO WS-RET-COD-MOTIVO.

      * REGISTRA EM ALUNO06.CLIENTPJ_REJ O MOTIVO PADRONIZADO DA
      * REJEICAO JUNTO COM A CHAVE DA GERACAO (ORIGEM/DATA/SEQUENCIA
      * DO HEADER, COMO EM DEV06REG). FICA NA MESMA UNIDADE DE
      * TRABALHO DA CARGA, ENTAO UM REINICIO PELO CHECKPOINT NAO
      * DUPLICA AS LINHAS DOS REGISTROS REPROCESSADOS. UMA FALHA AQUI
      * SO E REGISTRADA NO SYSOUT - O MOTIVO E ACESSORIO A CARGA.
       8050-GRAVA-MOTIVO-REJEICAO.
           SET IDX-MOT TO 1
           SEARCH MOT-TAB-ENTRADA
               AT END
                   MOVE MOT-COD-NAO-CATALOGADO TO WS-REJ-COD-MOTIVO
               WHEN MOT-TAB-TEXTO(IDX-MOT) = WS-MOTIVO-ERRO
                   MOVE MOT-TAB-CODIGO(IDX-MOT) TO WS-REJ-COD-MOTIVO
           END-SEARCH
      *
           IF SIMULACAO-ATIVA
               EXIT PARAGRAPH
           END-IF
      *
           IF PRF-CODIGOCLI IS NUMERIC
               MOVE PRF-CODIGOCLI TO WS-REJ-CODIGOCLI
           ELSE
               MOVE ZEROS TO WS-REJ-CODIGOCLI
           END-IF
      *
           EXEC SQL
               INSERT INTO ALUNO06.CLIENTPJ_REJ (
                   DATA_REJ, HORA_REJ, ORIGEM_REJ, DTGERACAO_REJ,
                   SEQUENCIA_REJ, CODIGO_CLI, TIPO_OPER_REJ,
                   COD_MOTIVO_REJ, DESC_MOTIVO_REJ
               ) VALUES (
                   :WRK-DATA-PROCESSAMENTO, :WRK-HORA-PROCESSAMENTO,
                   :WS-HDR-ORIGEM, :WS-HDR-DATA-GERACAO,
                   :WS-HDR-SEQUENCIA, :WS-REJ-CODIGOCLI,
                   :PRF-OPERACAO, :WS-REJ-COD-MOTIVO,
                   :WS-MOTIVO-ERRO
               )
           END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE 'INS REJ ' TO WS-SYSOUT-OPERACAO
               PERFORM 0700-SYSOUT-ERRO-SQL
               PERFORM 0720-VERIFICA-SQLCODE-FATAL
           END-IF.

       1400-CALL-DEVCDATA.
           CALL WRK-PROG-DAT USING WRK-DEVCDATA.
           PERFORM 9200-REGISTRA-FIM-RUN
           CLOSE ARQ-LISTA ARQ-RLINCONS ARQ-REJEITADOS ARQ-CHAVES
                 ARQ-FILIAL ARQ-ALERTAS ARQ-REGISTRO-CARGA
                 ARQ-RETORNO
           GOBACK.
      *
      * ABRE A LINHA DESTA EXECUCAO NO RUN-LEDGER - UMA FALHA AQUI
