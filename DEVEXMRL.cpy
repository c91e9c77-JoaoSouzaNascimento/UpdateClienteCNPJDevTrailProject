      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - EXTRATO MENSAL DE SALDO POR CLIENTE  *
      * (DEV63P10)                                                     *
      *----------------------------------------------------------------*
      *
       01  EXR-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 EXR-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(033) VALUE
           'EXTRATO MENSAL DE SALDO - MES:  '.
           10 EXR-CB1-MES              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE '/'.
           10 EXR-CB1-ANO              PIC  9(004) VALUE ZEROS.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE 'PAG. '.
           10 EXR-CB1-PAG              PIC  ZZZ9.
      *
       01  EXR-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'CLIENTE: '.
           10 EXR-CB2-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 EXR-CB2-RAZAO            PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           '  CNPJ: '.
           10 EXR-CB2-CNPJA            PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE '/'.
           10 EXR-CB2-FILIAL           PIC  X(004) VALUE SPACES.
      *
       01  EXR-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA......'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'OPERACAO.........'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           '....VALOR COMPRA.'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '..........MOVIMENTO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '..............SALDO'.
      *
       01  EXR-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 EXR-LD1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 EXR-LD1-OPERACAO         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 EXR-LD1-DESCRICAO        PIC  X(015) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 EXR-LD1-VALOR-COMPRA     PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
           10 EXR-LD1-VALOR-COMPRA-X   REDEFINES EXR-LD1-VALOR-COMPRA
                                       PIC  X(018).
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 EXR-LD1-MOVIMENTO        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 EXR-LD1-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
      * SALDO DE ABERTURA E DE FECHAMENTO - UM ROTULO E UM VALOR.
       01  EXR-LINSALDO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 EXR-LSD-ROTULO           PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(035) VALUE SPACES.
           10 EXR-LSD-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  EXR-LINCONF.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(027) VALUE
           'CONFERENCIA COM FOTOGRAFIA '.
           10 EXR-LCF-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE ': '.
           10 EXR-LCF-SITUACAO         PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE ' FOTO '.
           10 EXR-LCF-SALDO-FOTO       PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(006) VALUE ' DIF. '.
           10 EXR-LCF-DIFERENCA        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  EXR-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 EXR-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
       01  EXR-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 EXR-TOT-ROTULO           PIC  X(040) VALUE SPACES.
           10 EXR-TOT-QTDE             PIC  ZZZ,ZZ9.
      *
