      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - GRUPOS CNPJ EM BLOQUEIO DE CREDITO   *
      * (ALUNO06.CLIENTPJ_BLOQ, MANTIDO PELO DEV31P10)                 *
      *----------------------------------------------------------------*
      *
       01  BLQ-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 BLQ-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'GRUPOS CNPJ EM BLOQUEIO DE CREDITO           '.
           10 BLQ-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  BLQ-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'SITUACAO..........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CNPJ....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'SALDO DO GRUPO...'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'LIMITE...........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'BLOQ. DESD'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'LIB. POR'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'RECUSADOS'.
      *
       01  BLQ-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 BLQ-LD1-SITUACAO         PIC  X(018) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BLQ-LD1-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BLQ-LD1-SALDO            PIC -Z(012)9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BLQ-LD1-LIMITE           PIC -Z(012)9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BLQ-LD1-DESDE            PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BLQ-LD1-SUPERVISOR       PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 BLQ-LD1-RECUSADOS        PIC  ZZZ,ZZ9.
      *
       01  BLQ-LINDET2.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 BLQ-LD2-MENSAGEM         PIC  X(060) VALUE SPACES.
      *
       01  BLQ-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'EM BLOQUEIO........: '.
           10 BLQ-TOT-BLOQUEADOS       PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'BLOQUEADOS HOJE....: '.
           10 BLQ-TOT-NOVOS            PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'REGISTROS RECUSADOS: '.
           10 BLQ-TOT-RECUSADOS        PIC  ZZZ,ZZ9.
      *
       01  BLQ-TOTAIS2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'LIBERADOS SUPERVISOR: '.
           10 BLQ-TOT-LIB-SUPERV       PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'LIBERADOS AUTOMAT..: '.
           10 BLQ-TOT-LIB-AUTOM        PIC  ZZZ,ZZ9.
      *
