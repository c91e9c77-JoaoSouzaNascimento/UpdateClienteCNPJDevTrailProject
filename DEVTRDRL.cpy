           10 FILLER                   PIC  X(006) VALUE
           'HORA..'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'LIDOS......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'ATUAL......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'DESPRZ.....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'PCT REJ.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(054) VALUE
           'NOVO...... ATLZ...... INAT...... REAT...... AJUS......'.
      *
       01  TRD-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 TRD-LD1-HORA             PIC  9(006).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-LIDOS            PIC  ZZZ,ZZZ,ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-ATUAL            PIC  ZZZ,ZZZ,ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-DESP             PIC  ZZZ,ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 TRD-LD1-PCT              PIC  ZZ9.
           10 FILLER                   PIC  X(001) VALUE '%'.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 TRD-LD1-NOVO             PIC  Z(008)9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-ATUALIZ          PIC  Z(008)9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-INATIV           PIC  Z(008)9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-REATIV           PIC  Z(008)9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 TRD-LD1-AJUSTE           PIC  Z(008)9.
      *
       01  TRD-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'LIDOS NO TOTAL: '.
           10 TRD-TOT-LIDOS            PIC  ZZZ,ZZZ,ZZZ,ZZ9.
      *
