      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - INTERFACE CONTABIL DOS MOVIMENTOS DE *
      * SALDO (DEV62P10)                                               *
      *----------------------------------------------------------------*
      *
       01  CTB-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CTB-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'INTERFACE CONTABIL - MOVIMENTOS DE SALDO      '.
           10 CTB-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  CTB-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'TIPO'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(025) VALUE
           'DESCRICAO................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           '..QTDE.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           '.........AUMENTOS.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           '.........REDUCOES.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'CONTA DEB...'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'CONTA CRED..'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'SITUACAO....'.
      *
       01  CTB-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 CTB-LD1-TIPO             PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 CTB-LD1-DESCRICAO        PIC  X(025) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTB-LD1-QTDE             PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTB-LD1-AUMENTOS         PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTB-LD1-REDUCOES         PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTB-LD1-CONTA-DEB        PIC  X(012) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTB-LD1-CONTA-CRED       PIC  X(012) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTB-LD1-SITUACAO         PIC  X(012) VALUE SPACES.
      *
      * LINHAS DA PROVA DE SALDO - UM ROTULO E UM VALOR POR LINHA.
       01  CTB-LINPROVA.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CTB-LPR-ROTULO           PIC  X(040) VALUE SPACES.
           10 CTB-LPR-VALOR            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  CTB-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'LANCAMENTOS....: '.
           10 CTB-TOT-LANCAMENTOS      PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'TOTAL DEBITOS..: '.
           10 CTB-TOT-DEBITOS          PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'TOTAL CREDITOS.: '.
           10 CTB-TOT-CREDITOS         PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  CTB-SITUACAO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CTB-SIT-TEXTO            PIC  X(100) VALUE SPACES.
      *
