      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - RAZAO SOCIAL DOS CLIENTES ATIVOS     *
      * DIVERGENTE DA RECEITA FEDERAL (DEV75P10)                       *
      *----------------------------------------------------------------*
      *
       01  RFN-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RFN-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'RAZAO SOCIAL DIVERGENTE DA RECEITA FEDERAL    '.
           10 RFN-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  RFN-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CLIENTE'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CNPJ....'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'FIL.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL NO CADASTRO................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL NA RECEITA FEDERAL.........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'SITUACAO..........'.
      *
      * A RAZAO DA RECEITA SAI TRUNCADA EM 40 POSICOES; QUANDO ELA NAO
      * CABE NO CADASTRO, A SITUACAO DIZ COMO A PROPOSTA FOI MONTADA.
       01  RFN-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RFN-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RFN-LD1-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 RFN-LD1-FILIAL           PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RFN-LD1-RAZAO-CAD        PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RFN-LD1-RAZAO-RF         PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RFN-LD1-SITUACAO         PIC  X(018) VALUE SPACES.
      *
       01  RFN-LINDET2.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 RFN-LD2-MENSAGEM         PIC  X(060) VALUE SPACES.
      *
       01  RFN-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RFN-TOT-ROTULO           PIC  X(045) VALUE SPACES.
           10 RFN-TOT-QTDE             PIC  ZZZ,ZZ9.
      *
