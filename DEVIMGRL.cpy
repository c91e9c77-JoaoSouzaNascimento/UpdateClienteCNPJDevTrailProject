      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - CONFERENCIA DA CLIENTPJ COM A ULTIMA *
      * IMAGEM 'DEPOIS' DE ALUNO06.CLIENTPJ_HIST (DEV83P10)            *
      *----------------------------------------------------------------*
      *
       01  IMG-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 IMG-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CONFERENCIA CLIENTPJ X ULTIMA IMAGEM HISTORICO'.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 IMG-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  IMG-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CLIENTE'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           '...SEQ_HIST'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA......'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE
           'OP'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'PROGRAMA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'SITUACAO................................'.
      *
      * UMA LINHA POR CLIENTE COM OCORRENCIA. NA SECAO DE DIVERGENCIAS
      * SEQ_HIST, DATA, OPERACAO E PROGRAMA SAO OS DA ULTIMA IMAGEM
      * 'DEPOIS'; NA SECAO DE ARQUIVADOS A DATA E A DO ARQUIVAMENTO.
       01  IMG-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 IMG-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 IMG-LD1-RAZSOCIAL        PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 IMG-LD1-SEQ              PIC  ZZZ,ZZZ,ZZZ.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 IMG-LD1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 IMG-LD1-OPER             PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 IMG-LD1-PROGRAMA         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 IMG-LD1-SITUACAO         PIC  X(040) VALUE SPACES.
      *
      * UMA LINHA POR CAMPO DIVERGENTE, ABAIXO DA LINHA DO CLIENTE.
       01  IMG-LINDET2.
           10 FILLER                   PIC  X(014) VALUE SPACES.
           10 IMG-LD2-CAMPO            PIC  X(012) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'ATUAL: '.
           10 IMG-LD2-ATUAL            PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'IMAGEM: '.
           10 IMG-LD2-IMAGEM           PIC  X(040) VALUE SPACES.
      *
       01  IMG-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 IMG-TOT-ROTULO           PIC  X(045) VALUE SPACES.
           10 IMG-TOT-QTDE             PIC  ZZZ,ZZZ,ZZ9.
      *
      * TITULO DE SECAO E AVISOS.
       01  IMG-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 IMG-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
