           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'SITUACAO / CORRECOES APLICADAS.........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'MOTIVO DA REJEICAO....'.
      *
       01  COR-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 COR-LD1-RAZSOCIAL        PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 COR-LD1-SITUACAO         PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 COR-LD1-CODMOTIVO        PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 COR-LD1-DESCMOTIVO       PIC  X(018) VALUE SPACES.
      *
       01  COR-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
