      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - CONTROLE DO ARQUIVO MENSAL DO        *
      * CADASTRO POSITIVO (DEV79P10)                                   *
      *----------------------------------------------------------------*
      *
       01  CPO-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CPO-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CADASTRO POSITIVO - CONTROLE DO ARQUIVO MENSAL'.
           10 CPO-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  CPO-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'REFERENCIA: '.
           10 CPO-CB2-REFERENCIA       PIC  X(007) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'FOTOGRAFIA: '.
           10 CPO-CB2-FOTOGRAFIA       PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           'MOVIMENTOS DE: '.
           10 CPO-CB2-MOV-DE           PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           ' A '.
           10 CPO-CB2-MOV-ATE          PIC  X(010) VALUE SPACES.
      *
       01  CPO-SECAO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CPO-SEC-TITULO           PIC  X(080) VALUE SPACES.
      *
      * CLIENTES DA FOTOGRAFIA QUE NAO VAO PARA O BIRO.
       01  CPO-COLUNAS1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'CNPJ..............'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL............................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           '.............SALDO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'MOTIVO DA EXCLUSAO............'.
      *
       01  CPO-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CPO-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CPO-LD1-CNPJ             PIC  X(018) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CPO-LD1-RAZSOCIAL        PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CPO-LD1-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CPO-LD1-MOTIVO           PIC  X(030) VALUE SPACES.
      *
      * LINHAS DA CONFERENCIA - UM ROTULO, UMA QUANTIDADE E UM VALOR
      * POR LINHA.
       01  CPO-LINTOTAL.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CPO-TOT-ROTULO           PIC  X(045) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CPO-TOT-QTDE             PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CPO-TOT-VALOR            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  CPO-MENSAGEM.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CPO-MSG-TEXTO            PIC  X(100) VALUE SPACES.
      *
