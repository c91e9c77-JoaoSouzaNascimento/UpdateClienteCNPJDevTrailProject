      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - PARETO MENSAL DE REJEICOES DA CARGA  *
      * DIARIA POR ORIGEM (DEV55P10)                                   *
      *----------------------------------------------------------------*
      *
       01  PAR-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 PAR-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(037) VALUE
           'PARETO DE REJEICOES POR ORIGEM - MES '.
           10 PAR-CB1-MES              PIC  X(007) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 PAR-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  PAR-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'ORIGEM.....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE 'MOT'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'DESCRICAO.........'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'QTDE...'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'PCT...'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'PCT ACUM.'.
      *
       01  PAR-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 PAR-LD1-ORIGEM           PIC  X(011) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 PAR-LD1-CODMOTIVO        PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 PAR-LD1-DESCMOTIVO       PIC  X(018) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 PAR-LD1-QTDE             PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 PAR-LD1-PCT              PIC  ZZ9.9.
           10 FILLER                   PIC  X(001) VALUE '%'.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 PAR-LD1-PCT-ACUM         PIC  ZZ9.9.
           10 FILLER                   PIC  X(001) VALUE '%'.
      *
       01  PAR-TOT-ORIGEM.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'TOTAL DA ORIGEM '.
           10 PAR-TOR-ORIGEM           PIC  X(011) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE SPACES.
           10 PAR-TOR-QTDE             PIC  ZZZ,ZZ9.
      *
       01  PAR-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(031) VALUE
           'TOTAL DE REJEICOES NO MES.....:'.
           10 PAR-TOT-REJEICOES        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'ORIGENS NO MES...:'.
           10 PAR-TOT-ORIGENS          PIC  ZZZ,ZZ9.
      *
