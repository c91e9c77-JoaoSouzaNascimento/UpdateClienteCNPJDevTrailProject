      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - MONITOR DE CHEGADA DOS ARQUIVOS      *
      * DADOSCLI POR ORIGEM (DEV57P10)                                 *
      *----------------------------------------------------------------*
      *
       01  MON-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 MON-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'MONITOR DE CHEGADA DE ARQUIVOS - DIA   '.
           10 MON-CB1-DATA-REF         PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 MON-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  MON-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'OCORRENCIA........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'ORIGEM..'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'GERACAO...'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'SEQ....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'CARGA...........'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'PRAZO...........'.
      *
       01  MON-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 MON-LD1-OCORRENCIA       PIC  X(018) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 MON-LD1-ORIGEM           PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 MON-LD1-GERACAO          PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 MON-LD1-SEQUENCIA        PIC  X(007) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 MON-LD1-CARGA            PIC  X(016) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 MON-LD1-PRAZO            PIC  X(016) VALUE SPACES.
      *
       01  MON-LINDET2.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 MON-LD2-MENSAGEM         PIC  X(060) VALUE SPACES.
      *
       01  MON-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'NAO RECEBIDAS......: '.
           10 MON-TOT-FALTANTES        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'LACUNAS DE SEQ.....: '.
           10 MON-TOT-LACUNAS          PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'CARGAS FORA PRAZO..: '.
           10 MON-TOT-ATRASADAS        PIC  ZZZ,ZZ9.
      *
       01  MON-TOTAIS2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'ORIGENS ESPERADAS..: '.
           10 MON-TOT-ESPERADAS        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'CARGAS NO DIA......: '.
           10 MON-TOT-CARGAS           PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(022) VALUE
           'NAO CADASTRADAS....: '.
           10 MON-TOT-SEM-CADASTRO     PIC  ZZZ,ZZ9.
      *
