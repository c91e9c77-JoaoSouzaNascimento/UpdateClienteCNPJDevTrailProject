      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - PADROES SUSPEITOS DE AJUSTE DE       *
      * SALDO NO PERIODO (DEV69P10)                                    *
      *----------------------------------------------------------------*
      *
       01  SUS-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 SUS-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'PADROES SUSPEITOS DE AJUSTE DE SALDO          '.
           10 SUS-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  SUS-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'PERIODO DE..'.
           10 SUS-CB2-DATA-DE          PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           ' ATE '.
           10 SUS-CB2-DATA-ATE         PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           'ESTORNO ATE '.
           10 SUS-CB2-DIAS             PIC  ZZ9.
           10 FILLER                   PIC  X(007) VALUE
           ' DIAS  '.
           10 FILLER                   PIC  X(014) VALUE
           'VALOR REDONDO '.
           10 SUS-CB2-REDONDO          PIC  Z,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'MIN.REDONDOS '.
           10 SUS-CB2-MIN-REDONDOS     PIC  ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'MIN.SEMANA '.
           10 SUS-CB2-MIN-SEMANA       PIC  ZZ9.
      *
      * UMA LINHA POR OCORRENCIA, SEGUIDA DAS IMAGENS ENVOLVIDAS.
       01  SUS-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'PADRAO..................................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'DETALHE.................................'.
      *
       01  SUS-CABEC4.
           10 FILLER                   PIC  X(014) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'SEQ.ANTES'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'SEQ.APOS.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '........SALDO ANTES'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '.......SALDO DEPOIS'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '....VALOR DO AJUSTE'.
      *
       01  SUS-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 SUS-LD1-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD1-RAZAO            PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD1-PADRAO           PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD1-DETALHE          PIC  X(040) VALUE SPACES.
      *
       01  SUS-LINDET2.
           10 FILLER                   PIC  X(014) VALUE SPACES.
           10 SUS-LD2-SEQ-ANTES        PIC  ZZZZZZZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD2-SEQ-DEPOIS       PIC  ZZZZZZZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD2-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD2-SALDO-ANTES      PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD2-SALDO-DEPOIS     PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 SUS-LD2-VALOR            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  SUS-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 SUS-TOT-ROTULO           PIC  X(040) VALUE SPACES.
           10 SUS-TOT-QTDE             PIC  ZZZ,ZZ9.
      *
       01  SUS-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 SUS-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
