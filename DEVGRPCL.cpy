           'TOTAL GERAL DE CLIENTES.....: '.
           10 GRP-TOT-CLIENTES         PIC  ZZZ,ZZ9.
      *
      *----------------------------------------------------------------*
      * EXPOSICAO CONSOLIDADA POR GRUPO ECONOMICO (RLGRECON) - RAIZES  *
      * DE CNPJ LIGADAS PELO CADASTRO DEVGRECO                         *
      *----------------------------------------------------------------*
      *
       01  GRP-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GRP-CB3-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'EXPOSICAO CONSOLIDADA POR GRUPO ECONOMICO    '.
           10 GRP-CB3-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  GRP-CABEC4.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'CNPJ (RAIZ)..'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'QTDE FILIAIS.'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'SALDO CONSOLIDADO.'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'VRULTCOMPRA TOTAL.'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'ACIMA DO LIMITE...'.
      *
       01  GRP-LINDET3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'GRUPO '.
           10 GRP-LD3-GRUPO            PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE ' - '.
           10 GRP-LD3-NOME             PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'LIMITE: '.
           10 GRP-LD3-LIMITE           PIC  Z(012)9.99.
           10 GRP-LD3-SEM-LIMITE REDEFINES GRP-LD3-LIMITE
                                       PIC  X(016).
      *
       01  GRP-LINDET4.
           10 FILLER                   PIC  X(008) VALUE SPACES.
           10 GRP-LD4-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE SPACES.
           10 GRP-LD4-QTDFILIAIS       PIC  ZZ9.
           10 FILLER                   PIC  X(007) VALUE SPACES.
           10 GRP-LD4-SALDO            PIC -Z(012)9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 GRP-LD4-VRULTCOMPRA      PIC -Z(012)9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 GRP-LD4-OBSERVACAO       PIC  X(018) VALUE SPACES.
      *
       01  GRP-LINDET5.
           10 FILLER                   PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'TOTAL DO '.
           10 FILLER                   PIC  X(006) VALUE
           'GRUPO '.
           10 GRP-LD5-QTDFILIAIS       PIC  ZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GRP-LD5-SALDO            PIC -Z(012)9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 GRP-LD5-VRULTCOMPRA      PIC -Z(012)9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 GRP-LD5-EXCESSO          PIC -Z(012)9.99.
           10 GRP-LD5-EXCESSO-X REDEFINES GRP-LD5-EXCESSO
                                       PIC  X(017).
      *
       01  GRP-TOTAIS2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(031) VALUE
           'GRUPOS ECONOMICOS...........: '.
           10 GRP-TOT-GRUPOS-ECO       PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(031) VALUE
           'GRUPOS ACIMA DO LIMITE......: '.
           10 GRP-TOT-GRUPOS-ACIMA     PIC  ZZZ,ZZ9.
      *
