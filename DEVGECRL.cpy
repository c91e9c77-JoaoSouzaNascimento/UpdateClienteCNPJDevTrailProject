      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - MANUTENCAO DO CADASTRO DE GRUPOS     *
      * ECONOMICOS DEVGRECO (DEV60P10)                                 *
      *----------------------------------------------------------------*
      *
       01  GEC-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GEC-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS  '.
           10 GEC-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  GEC-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'OPER'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'GRUPO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CNPJ....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'NOME DO GRUPO.................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'LIMITE ANTERIOR..'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'LIMITE NOVO......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'SITUACAO.....................'.
      *
       01  GEC-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 GEC-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 GEC-LD1-GRUPO            PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GEC-LD1-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GEC-LD1-NOME             PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GEC-LD1-LIMITE-ANT       PIC  ZZZZZZZZZZZZ9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 GEC-LD1-LIMITE-NOVO      PIC  ZZZZZZZZZZZZ9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 GEC-LD1-SITUACAO         PIC  X(030) VALUE SPACES.
      *
       01  GEC-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'APLICADOS..: '.
           10 GEC-TOT-APLICADOS        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'REJEITADOS.: '.
           10 GEC-TOT-REJEITADOS       PIC  ZZZ,ZZ9.
      *
