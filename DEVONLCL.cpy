      *
      *----------------------------------------------------------------*
      * DEFINICOES DAS LINHAS DE LISTA DA CONSULTA ONLINE DE CLIENTES  *
      * (DEV70P10) - CABECALHO DE COLUNAS (CAMPO LCAB DO MAPA DEV70M1) *
      * E LINHA DE DETALHE (CAMPOS LINHA) DE CADA UMA DAS TRES LISTAS. *
      *----------------------------------------------------------------*
      *
      * LINHA DO TEMPO DE CLIENTPJ_HIST, COM A PROVENIENCIA DA IMAGEM.
       01  ONL-CABHIST.
           10 FILLER                   PIC  X(009) VALUE
           'SEQ.HIST.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA......'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'O I'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '..........SALDO_CLI'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'PROGRAMA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'USUARIO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'ORIGEM..'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'APROVAC'.
      *
       01  ONL-LINHIST.
           10 ONL-LH-SEQ               PIC  ZZZZZZZZ9.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-DATA              PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-OPER              PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-IMAGEM            PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-SALDO             PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-PROGRAMA          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-USUARIO           PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-ORIGEM-GER        PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LH-SEQ-APROV         PIC  Z(007).
      *
      * RESULTADO DA BUSCA POR TRECHO DA RAZAO SOCIAL.
       01  ONL-CABNOME.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL............................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CNPJ....'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'FILIAL'.
      *
       01  ONL-LINNOME.
           10 ONL-LN-CODIGOCLI         PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 ONL-LN-RAZSOCIAL         PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 ONL-LN-CNPJ              PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 ONL-LN-FILIAL            PIC  X(004) VALUE SPACES.
      *
      * FILIAIS IRMAS (MESMA RAIZ DE CNPJ) DO CLIENTE EM EXIBICAO.
       01  ONL-CABFIL.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'FILIAL'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL............................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'SITUACAO'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'INATIVO EM'.
      *
       01  ONL-LINFIL.
           10 ONL-LF-CODIGOCLI         PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 ONL-LF-FILIAL            PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 ONL-LF-RAZSOCIAL         PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 ONL-LF-SITUACAO          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 ONL-LF-DTINATIVA         PIC  X(010) VALUE SPACES.
      *
