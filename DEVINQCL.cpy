           10 FILLER                   PIC  X(008) VALUE
           'EMAIL..:'.
           10 INQ-LD5-EMAIL            PIC  X(050) VALUE SPACES.
      *
      * RATING DE RISCO EM VIGOR (CLIENTPJ_RISCO, DO DEV61P10).
       01  INQ-LINDET12.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'RATING RISCO....:'.
           10 INQ-LD12-RATING          PIC  X(013) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'DESDE..:'.
           10 INQ-LD12-DESDE           PIC  9(008).
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'PONTOS..:'.
           10 INQ-LD12-PONTOS          PIC  ZZZZ9.
      *
       01  INQ-LINDET6.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 INQ-LD9-SITUACAO         PIC  X(008) VALUE SPACES.
      *
      * SECAO DE CONTATOS (CLIENTPJ_CONT) - DUAS LINHAS POR CONTATO:
      * SEQUENCIA, NOME, CARGO E TELEFONE; DEPOIS O ENDERECO POSTAL.
       01  INQ-CABEC7.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'CONTATOS DO CLIENTE (CLIENTPJ_CONT)'.
      *
       01  INQ-LINDET10.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 INQ-LD10-SEQ             PIC  ZZ9.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 INQ-LD10-NOME            PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 INQ-LD10-CARGO           PIC  X(020) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'FONE '.
           10 INQ-LD10-TELEFONE        PIC  X(015) VALUE SPACES.
      *
       01  INQ-LINDET11.
           10 FILLER                   PIC  X(012) VALUE SPACES.
           10 INQ-LD11-LOGRADOURO      PIC  X(060) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'CEP '.
           10 INQ-LD11-CEP             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INQ-LD11-CIDADE          PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 INQ-LD11-UF              PIC  X(002) VALUE SPACES.
      *
      * SECAO OPCIONAL DE HISTORICO (CLIENTPJ_HIST), IMPRESSA QUANDO
      * O PARAMETRO DE HISTORICO E SOLICITADO NO SYSIN. CADA IMAGEM
      * TRAZ SUA PROVENIENCIA: PROGRAMA, USUARIO, GERACAO DE DADOSCLI
      * (ORIGEM, DATA, SEQUENCIA) E SEQUENCIA DA APROVACAO (DEV44P10),
      * EM BRANCO QUANDO NAO SE APLICAM.
       01  INQ-CABEC3.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           10 INQ-LD7-RAZSOCIAL        PIC  X(030).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INQ-LD7-SALDO            PIC  -Z(009)9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 INQ-LD7-PROGRAMA         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 INQ-LD7-USUARIO          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 INQ-LD7-ORIGEM-GER       PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 INQ-LD7-DATA-GER         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 INQ-LD7-SEQ-GER          PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 INQ-LD7-SEQ-APROV        PIC  Z(007).
      *
