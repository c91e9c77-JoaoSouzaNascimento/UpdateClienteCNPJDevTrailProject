      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - MANUTENCAO DO CADASTRO DE CONTATOS   *
      * DOS CLIENTES, ALUNO06.CLIENTPJ_CONT (DEV58P10)                 *
      *----------------------------------------------------------------*
      *
       01  CTO-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CTO-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'MANUTENCAO DO CADASTRO DE CONTATOS DE CLIENTE'.
           10 CTO-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  CTO-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'OPER'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'SEQ'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'NOME DO CONTATO..............'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           'TELEFONE.......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CEP.....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE
           'UF'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(035) VALUE
           'SITUACAO..........................'.
      *
       01  CTO-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 CTO-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 CTO-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTO-LD1-SEQ-CONT         PIC  9(003) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTO-LD1-NOME             PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTO-LD1-TELEFONE         PIC  X(015) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTO-LD1-CEP              PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTO-LD1-UF               PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CTO-LD1-SITUACAO         PIC  X(035) VALUE SPACES.
      *
       01  CTO-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'APLICADOS..: '.
           10 CTO-TOT-APLICADOS        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'REJEITADOS.: '.
           10 CTO-TOT-REJEITADOS       PIC  ZZZ,ZZ9.
      *
