      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - MANUTENCAO DO CADASTRO DE GERENTES   *
      * DE CONTA, ALUNO06.CLIENTPJ_GER (DEV80P10)                      *
      *----------------------------------------------------------------*
      *
       01  GER-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GER-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'MANUTENCAO DO CADASTRO DE GERENTES DE CONTA  '.
           10 GER-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  GER-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'OPER'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'TIPO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'RAIZ....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'GERENTE.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'ANTERIOR'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(031) VALUE
           'SITUACAO.......................'.
      *
       01  GER-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 GER-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 GER-LD1-TIPO             PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 GER-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 GER-LD1-CODIGOCLI-X REDEFINES GER-LD1-CODIGOCLI
                                       PIC  X(007).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GER-LD1-RAIZ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GER-LD1-GERENTE          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GER-LD1-ANTERIOR         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 GER-LD1-SITUACAO         PIC  X(031) VALUE SPACES.
      *
       01  GER-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'APLICADOS..: '.
           10 GER-TOT-APLICADOS        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'REJEITADOS.: '.
           10 GER-TOT-REJEITADOS       PIC  ZZZ,ZZ9.
      *
       01  GER-LINDET2.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 GER-LD2-MENSAGEM         PIC  X(060) VALUE SPACES.
      *
