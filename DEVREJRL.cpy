           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'DIAS PENDENT'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'MOTIVO................'.
      *
       01  REJ-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 REJ-LD1-DATA1REJ         PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 REJ-LD1-DIASPEND         PIC  ZZ,ZZ9.
           10 FILLER                   PIC  X(009) VALUE SPACES.
           10 REJ-LD1-CODMOTIVO        PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 REJ-LD1-DESCMOTIVO       PIC  X(018) VALUE SPACES.
      *
       01  REJ-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           'TOTAL DE REJEICOES PENDENTES:  '.
           10 REJ-TOT-PENDENTE         PIC  ZZZ,ZZ9.
      *
       01  REJ-LINDET2.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 REJ-LD2-MENSAGEM         PIC  X(060) VALUE SPACES.
      *
