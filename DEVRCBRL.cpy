      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - CONCILIACAO DE SALDO_CLI COM O       *
      * CONTAS A RECEBER EM ABERTO DO FATURAMENTO (DEV82P10)           *
      *----------------------------------------------------------------*
      *
       01  RCB-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RCB-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CONCILIACAO SALDO X ABERTO NO FATURAMENTO     '.
           10 RCB-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  RCB-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CLIENTE'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '.....SALDO CLIENTPJ'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '..ABERTO FATURAMEN.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '.........DIFERENCA.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'SITUACAO..............'.
      *
      * UMA LINHA POR DIVERGENCIA (OU POR LINHA REJEITADA DO BILABERT).
       01  RCB-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RCB-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RCB-LD1-RAZSOCIAL        PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RCB-LD1-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RCB-LD1-ABERTO           PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RCB-LD1-DIFERENCA        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 RCB-LD1-SITUACAO         PIC  X(022) VALUE SPACES.
      *
      * LINHAS DOS TOTAIS E DA PROVA - ROTULO, QUANTIDADE (EM BRANCO
      * QUANDO ZERO) E VALOR.
       01  RCB-LINPROVA.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RCB-LPR-ROTULO           PIC  X(045) VALUE SPACES.
           10 RCB-LPR-QTDE             PIC  ZZZ,ZZZ.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 RCB-LPR-VALOR            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  RCB-SITUACAO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 RCB-SIT-TEXTO            PIC  X(100) VALUE SPACES.
      *
