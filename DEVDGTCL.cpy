      *
      *----------------------------------------------------------------*
      * DEFINICOES DA LISTA DE LANCAMENTOS PENDENTES DA DIGITACAO      *
      * ONLINE DE MOVIMENTOS DADOSCLI (DEV71P10) - CABECALHO DE        *
      * COLUNAS (CAMPO LCAB DO MAPA DEV71M1) E LINHA DE DETALHE        *
      * (CAMPOS LINHA).                                                *
      *----------------------------------------------------------------*
      *
       01  DGT-CABLANC.
           10 FILLER                   PIC  X(005) VALUE
           'SEQ..'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE
           'O'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(021) VALUE
           'RAZAO SOCIAL.........'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CNPJ....'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'FIL.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           '.............VALOR'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'USUARIO.'.
      *
      * O VALOR E O DA ULTIMA COMPRA (N/A) OU O DO AJUSTE (B); EM
      * BRANCO NAS DEMAIS OPERACOES.
       01  DGT-LINLANC.
           10 DGT-LL-SEQ               PIC  ZZZZ9.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-OPERACAO          PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-CODIGOCLI         PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-RAZSOCIAL         PIC  X(021) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-CNPJ              PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-FILIAL            PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-VALOR             PIC  -ZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DGT-LL-USUARIO           PIC  X(008) VALUE SPACES.
      *
