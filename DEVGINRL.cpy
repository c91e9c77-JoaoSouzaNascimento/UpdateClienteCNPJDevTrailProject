      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - GERACAO DOS AJUSTES DE SALDO DAS     *
      * INSTRUCOES PERMANENTES (DEV68P10)                              *
      *----------------------------------------------------------------*
      *
       01  GIN-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GIN-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'AJUSTES GERADOS DAS INSTRUCOES PERMANENTES    '.
           10 GIN-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  GIN-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'LOTE DADOSCLI.: '.
           10 GIN-CB2-LOTE             PIC  X(019) VALUE SPACES.
      *
       01  GIN-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'SEQ'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(025) VALUE
           'RAZAO SOCIAL.............'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(020) VALUE
           'DESCRICAO...........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'VENCIMENTO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DIA UTIL..'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           '..........VALOR'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'SITUACAO..............'.
      *
       01  GIN-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GIN-LD1-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-SEQ              PIC  9(003) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-RAZAO            PIC  X(025) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-DESCRICAO        PIC  X(020) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-VENCIMENTO       PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-DIA-UTIL         PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-VALOR            PIC  -ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GIN-LD1-SITUACAO         PIC  X(022) VALUE SPACES.
      *
       01  GIN-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GIN-TOT-ROTULO           PIC  X(045) VALUE SPACES.
           10 GIN-TOT-QTDE             PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 GIN-TOT-VALOR            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 GIN-TOT-VALOR-X REDEFINES GIN-TOT-VALOR
                                       PIC  X(023).
      *
       01  GIN-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GIN-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
