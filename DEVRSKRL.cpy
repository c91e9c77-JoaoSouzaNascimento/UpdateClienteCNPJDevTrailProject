      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - CLIENTES COM PIORA NO RATING DE      *
      * RISCO (DEV61P10)                                               *
      *----------------------------------------------------------------*
      *
       01  RSK-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RSK-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CLIENTES COM PIORA NO RATING DE RISCO        '.
           10 RSK-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  RSK-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'ANT'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DESDE.....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'NOVO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'PONTOS'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(024) VALUE
           'NIVEIS  DOR LIM RFB VAR '.
           10 FILLER                   PIC  X(003) VALUE
           'REJ'.
      *
       01  RSK-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RSK-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RSK-LD1-RAZSOCIAL        PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-RATING-ANT       PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-DESDE            PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-RATING-NOVO      PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 RSK-LD1-PONTOS           PIC  ZZZZ9.
           10 FILLER                   PIC  X(012) VALUE SPACES.
           10 RSK-LD1-NIVEL-DOR        PIC  9(001) VALUE ZEROS.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-NIVEL-LIM        PIC  9(001) VALUE ZEROS.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-NIVEL-RFB        PIC  9(001) VALUE ZEROS.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-NIVEL-VAR        PIC  9(001) VALUE ZEROS.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RSK-LD1-NIVEL-REJ        PIC  9(001) VALUE ZEROS.
      *
       01  RSK-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'RATING A...: '.
           10 RSK-TOT-A                PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'B..: '.
           10 RSK-TOT-B                PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'C..: '.
           10 RSK-TOT-C                PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'D..: '.
           10 RSK-TOT-D                PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'E..: '.
           10 RSK-TOT-E                PIC  ZZZ,ZZ9.
      *
       01  RSK-TOTAIS2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'AVALIADOS..: '.
           10 RSK-TOT-AVALIADOS        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'PIORARAM..: '.
           10 RSK-TOT-PIORARAM         PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'MELHORARAM: '.
           10 RSK-TOT-MELHORARAM       PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'PRIMEIRO..: '.
           10 RSK-TOT-PRIMEIRO         PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'ERROS...: '.
           10 RSK-TOT-ERROS            PIC  ZZZ,ZZ9.
      *
