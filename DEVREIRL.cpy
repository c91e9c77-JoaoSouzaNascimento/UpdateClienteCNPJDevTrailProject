      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - REINICIO DA CADEIA DIARIA DEVDIA10   *
      * A PARTIR DO RUN-LEDGER (DEV77P10)                              *
      *----------------------------------------------------------------*
      *
       01  REI-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 REI-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CADEIA DIARIA DEVDIA10 - REINICIO PELO LEDGER '.
           10 REI-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  REI-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'STEP....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'PROGRAMA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'INICIO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE
           'RC'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(036) VALUE
           'SITUACAO NO RUN-LEDGER..............'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DECISAO...'.
      *
      * INICIO E RC SO SAEM PARA OS STEPS QUE TEM LINHA NO LEDGER.
       01  REI-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 REI-LD1-STEP             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 REI-LD1-PROGRAMA         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 REI-LD1-INICIO           PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 REI-LD1-RC               PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 REI-LD1-SITUACAO         PIC  X(036) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 REI-LD1-DECISAO          PIC  X(010) VALUE SPACES.
      *
       01  REI-LINDET2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 REI-LD2-MENSAGEM         PIC  X(070) VALUE SPACES.
      *
       01  REI-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(024) VALUE
           'STEPS PULADOS........: '.
           10 REI-TOT-PULADOS          PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(024) VALUE
           'STEPS A EXECUTAR.....: '.
           10 REI-TOT-EXECUTAR         PIC  ZZZ,ZZ9.
      *
