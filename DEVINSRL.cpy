      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - MANUTENCAO DO CADASTRO DE INSTRUCOES *
      * PERMANENTES DE AJUSTE DE SALDO, ALUNO06.CLIENTPJ_INSTR         *
      * (DEV67P10)                                                     *
      *----------------------------------------------------------------*
      *
       01  INS-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 INS-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'MANUTENCAO DE INSTRUCOES PERMANENTES DE AJUSTE'.
           10 INS-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  INS-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'OPER'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'SEQ'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'FREQ'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           '..........VALOR'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'INICIO....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'FIM.......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(025) VALUE
           'DESCRICAO................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(031) VALUE
           'SITUACAO.......................'.
      *
       01  INS-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 INS-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 INS-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INS-LD1-SEQ-INSTR        PIC  9(003) VALUE ZEROS.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 INS-LD1-FREQUENCIA       PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 INS-LD1-VALOR            PIC  -ZZZ,ZZZ,ZZ9.99.
           10 INS-LD1-VALOR-X REDEFINES INS-LD1-VALOR
                                       PIC  X(015).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INS-LD1-INICIO           PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INS-LD1-FIM              PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INS-LD1-DESCRICAO        PIC  X(025) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INS-LD1-SITUACAO         PIC  X(031) VALUE SPACES.
      *
       01  INS-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'APLICADOS..: '.
           10 INS-TOT-APLICADOS        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'REJEITADOS.: '.
           10 INS-TOT-REJEITADOS       PIC  ZZZ,ZZ9.
      *
