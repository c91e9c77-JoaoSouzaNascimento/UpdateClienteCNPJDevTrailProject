           'GRUPOS ACIMA DO LIM..: '.
           10 LIM-TOT-ESTOURADOS       PIC  ZZZ,ZZ9.
      *
      * GRUPOS ECONOMICOS (CADASTRO DEVGRECO) ACIMA DO LIMITE DO GRUPO
       01  LIM-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'GRUPOS ECONOMICOS ACIMA DO LIMITE DO GRUPO   '.
      *
       01  LIM-CABEC4.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'GRUPO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'NOME DO GRUPO.................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'RAIZ.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'SALDO DO GRUPO...'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'LIMITE...........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'ACIMA DO LIMITE..'.
      *
       01  LIM-LINDET3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 LIM-LD3-GRUPO            PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LIM-LD3-NOME             PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LIM-LD3-QTDRAIZES        PIC  ZZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LIM-LD3-SALDO            PIC -Z(012)9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LIM-LD3-LIMITE           PIC -Z(012)9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LIM-LD3-EXCESSO          PIC -Z(012)9.99.
      *
       01  LIM-TOTAIS2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(024) VALUE
           'GRUPOS ECON. C/ LIMITE: '.
           10 LIM-TOT-ECO-COM-LIMITE   PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(024) VALUE
           'GRUPOS ECON. ACIMA LIM: '.
           10 LIM-TOT-ECO-ESTOURADOS   PIC  ZZZ,ZZ9.
      *
