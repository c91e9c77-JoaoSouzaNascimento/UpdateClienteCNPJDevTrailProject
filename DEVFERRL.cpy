      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - MANUTENCAO DO CALENDARIO DE          *
      * FERIADOS DEVCALFE (DEV73P10)                                   *
      *----------------------------------------------------------------*
      *
       01  FER-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FER-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'MANUTENCAO DO CALENDARIO DE FERIADOS DEVCALFE '.
           10 FER-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
      * TITULO DA PARTE DO RELATORIO EM IMPRESSAO.
       01  FER-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FER-CB2-TITULO           PIC  X(080) VALUE SPACES.
      *
      * MOVIMENTOS E FERIADOS NACIONAIS GERADOS.
       01  FER-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'OPER'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'DIA....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'DESCRICAO.....................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'SITUACAO................................'.
      *
       01  FER-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 FER-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 FER-LD1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FER-LD1-DIA-SEMANA       PIC  X(007) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FER-LD1-DESCRICAO        PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FER-LD1-SITUACAO         PIC  X(040) VALUE SPACES.
      *
      * CALENDARIO RESULTANTE.
       01  FER-CABEC4.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'DIA....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'FERIADO.......................'.
      *
       01  FER-LINDET2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FER-LD2-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FER-LD2-DIA-SEMANA       PIC  X(007) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FER-LD2-DESCRICAO        PIC  X(030) VALUE SPACES.
      *
       01  FER-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FER-TOT-ROTULO           PIC  X(045) VALUE SPACES.
           10 FER-TOT-QTDE             PIC  ZZZ,ZZ9.
      *
       01  FER-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FER-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
