      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - DEVOLUCOES DE EMAIL (BOUNCES) E      *
      * ENDERECOS NAO ENTREGAVEIS (DEV59P10)                           *
      *----------------------------------------------------------------*
      *
       01  BNC-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 BNC-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'EMAILS DEVOLVIDOS - ENDERECOS NAO ENTREGAVEIS'.
           10 BNC-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  BNC-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'OCORRENCIA........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL.................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'EMAIL..................................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'QTD'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DESDE.....'.
      *
       01  BNC-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 BNC-LD1-OCORRENCIA       PIC  X(018) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BNC-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BNC-LD1-RAZSOCIAL        PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BNC-LD1-EMAIL            PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BNC-LD1-QTDE             PIC  ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 BNC-LD1-DATA             PIC  X(010) VALUE SPACES.
      *
       01  BNC-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'DEVOLUCOES LIDAS...: '.
           10 BNC-TOT-LIDOS            PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'NAO LOCALIZADAS....: '.
           10 BNC-TOT-NAO-LOCALIZ      PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'NOVOS NAO ENTREG...: '.
           10 BNC-TOT-NOVOS            PIC  ZZZ,ZZ9.
      *
       01  BNC-TOTAIS2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'NAO ENTREGAVEIS....: '.
           10 BNC-TOT-NAO-ENTREG       PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'EMAILS CORRIGIDOS..: '.
           10 BNC-TOT-CORRIGIDOS       PIC  ZZZ,ZZ9.
      *
