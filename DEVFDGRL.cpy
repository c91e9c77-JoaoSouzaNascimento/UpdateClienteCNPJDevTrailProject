      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - FECHAMENTO DO LOTE DA DIGITACAO      *
      * ONLINE DE MOVIMENTOS DADOSCLI (DEV72P10)                       *
      *----------------------------------------------------------------*
      *
       01  FDG-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FDG-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'FECHAMENTO DO LOTE DE MOVIMENTOS DIGITADOS    '.
           10 FDG-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  FDG-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'LOTE DADOSCLI.: '.
           10 FDG-CB2-LOTE             PIC  X(019) VALUE SPACES.
      *
       01  FDG-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DIGITACAO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'SEQ..'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE
           'O'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CNPJ....'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'FIL.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           '.............VALOR'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'USUARIO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'HORA....'.
      *
      * O VALOR E O DA ULTIMA COMPRA (N/A) OU O DO AJUSTE (B); EM
      * BRANCO NAS DEMAIS OPERACOES.
       01  FDG-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FDG-LD1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-SEQ              PIC  ZZZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-RAZAO            PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FDG-LD1-FILIAL           PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-VALOR            PIC  -ZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-USUARIO          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FDG-LD1-HORA             PIC  X(008) VALUE SPACES.
      *
       01  FDG-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FDG-TOT-ROTULO           PIC  X(045) VALUE SPACES.
           10 FDG-TOT-QTDE             PIC  ZZZ,ZZ9.
      *
       01  FDG-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FDG-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
