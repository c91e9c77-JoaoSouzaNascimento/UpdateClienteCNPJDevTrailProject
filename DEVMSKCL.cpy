      *---------------------------------------------------------*
      * DESCARGAS MASCARADAS DO DEV81P10 PARA A CARGA (LOAD) DO *
      * AMBIENTE DE TESTE - ARQUIVOS SEQUENCIAIS - LRECL 210.   *
      * MSKCLIPJ: UMA LINHA DE ALUNO06.CLIENTPJ POR REGISTRO.   *
      * MSKHIST: UMA LINHA DE ALUNO06.CLIENTPJ_HIST POR         *
      * REGISTRO. VALORES SEM PONTO DECIMAL (2 DECIMAIS         *
      * IMPLICITAS), DATAS NO FORMATO ISO. CADA COLUNA QUE      *
      * ACEITA NULO TEM UM INDICADOR NO FIM DO REGISTRO ('S' =  *
      * NULA NA ORIGEM), USADO NO NULLIF DO LOAD.               *
      *---------------------------------------------------------*
      *
       01 MSK-CLIENTE.
           05 MSK-CLI-CODIGOCLI    PIC 9(007) VALUE ZEROS.
           05 MSK-CLI-RAZSOCIAL    PIC X(040) VALUE SPACES.
           05 MSK-CLI-NUMECNPJ     PIC 9(008) VALUE ZEROS.
           05 MSK-CLI-FILIALCNPJ   PIC 9(004) VALUE ZEROS.
           05 MSK-CLI-CTLCNPJ      PIC X(002) VALUE SPACES.
           05 MSK-CLI-NUMECNPJA    PIC X(008) VALUE SPACES.
           05 MSK-CLI-FILIALCNPJA  PIC X(004) VALUE SPACES.
           05 MSK-CLI-SALDO        PIC S9(011)V99
                                   SIGN LEADING SEPARATE VALUE ZEROS.
           05 MSK-CLI-VRULTCOMPRA  PIC S9(009)V99
                                   SIGN LEADING SEPARATE VALUE ZEROS.
           05 MSK-CLI-DTULTCOMPRA  PIC X(010) VALUE SPACES.
           05 MSK-CLI-DTATLZDADOS  PIC X(010) VALUE SPACES.
           05 MSK-CLI-DTINATIVA    PIC X(010) VALUE SPACES.
           05 MSK-CLI-DTAGENDA     PIC X(010) VALUE SPACES.
           05 MSK-CLI-EMAIL        PIC X(050) VALUE SPACES.
      *    INDICADORES DE NULO (POSICOES 190 A 201), NA ORDEM DAS
      *    COLUNAS ACIMA.
           05 MSK-CLI-NULOS.
               10 MSK-CLI-NL-NUMECNPJ      PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-FILIALCNPJ    PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-CTLCNPJ       PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-NUMECNPJA     PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-FILIALCNPJA   PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-SALDO         PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-VRULTCOMPRA   PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-DTULTCOMPRA   PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-DTATLZDADOS   PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-DTINATIVA     PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-DTAGENDA      PIC X(001) VALUE 'N'.
               10 MSK-CLI-NL-EMAIL         PIC X(001) VALUE 'N'.
           05 FILLER               PIC X(009) VALUE SPACES.
      *
       01 MSK-HISTORICO.
           05 MSK-HST-SEQ          PIC 9(009) VALUE ZEROS.
           05 MSK-HST-CODIGOCLI    PIC 9(007) VALUE ZEROS.
           05 MSK-HST-TIPO-OPER    PIC X(001) VALUE SPACES.
           05 MSK-HST-TIPO-IMAGEM  PIC X(001) VALUE SPACES.
           05 MSK-HST-DATA         PIC X(010) VALUE SPACES.
           05 MSK-HST-RAZSOCIAL    PIC X(040) VALUE SPACES.
           05 MSK-HST-NUMECNPJA    PIC X(008) VALUE SPACES.
           05 MSK-HST-FILIALCNPJA  PIC X(004) VALUE SPACES.
           05 MSK-HST-SALDO        PIC S9(011)V99
                                   SIGN LEADING SEPARATE VALUE ZEROS.
           05 MSK-HST-VRULTCOMPRA  PIC S9(009)V99
                                   SIGN LEADING SEPARATE VALUE ZEROS.
           05 MSK-HST-DTULTCOMPRA  PIC X(010) VALUE SPACES.
           05 MSK-HST-DTATLZDADOS  PIC X(010) VALUE SPACES.
           05 MSK-HST-DTINATIVA    PIC X(010) VALUE SPACES.
           05 MSK-HST-DTAGENDA     PIC X(010) VALUE SPACES.
           05 MSK-HST-PROGRAMA     PIC X(008) VALUE SPACES.
           05 MSK-HST-USUARIO      PIC X(008) VALUE SPACES.
           05 MSK-HST-ORIGEM-GER   PIC X(008) VALUE SPACES.
           05 MSK-HST-DATA-GER     PIC X(008) VALUE SPACES.
           05 MSK-HST-SEQ-GER      PIC X(003) VALUE SPACES.
           05 MSK-HST-SEQ-APROV    PIC 9(007) VALUE ZEROS.
      *    INDICADORES DE NULO (POSICOES 189 A 197), NA ORDEM DAS
      *    COLUNAS ACIMA.
           05 MSK-HST-NULOS.
               10 MSK-HST-NL-RAZSOCIAL     PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-NUMECNPJA     PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-FILIALCNPJA   PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-SALDO         PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-VRULTCOMPRA   PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-DTULTCOMPRA   PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-DTATLZDADOS   PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-DTINATIVA     PIC X(001) VALUE 'N'.
               10 MSK-HST-NL-DTAGENDA      PIC X(001) VALUE 'N'.
           05 FILLER               PIC X(013) VALUE SPACES.
      *
