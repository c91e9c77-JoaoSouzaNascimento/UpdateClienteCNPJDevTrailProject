      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - CIRCULARIZACAO DE SALDOS,            *
      * CONFERENCIA DAS RESPOSTAS DOS AUDITORES (DEV65P10)             *
      *----------------------------------------------------------------*
      *
       01  CRS-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CRS-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CIRCULARIZACAO DE SALDOS - RESPOSTAS          '.
           10 CRS-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  CRS-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           'FOTOGRAFIA DE: '.
           10 CRS-CB2-DATA-SNAP        PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CRS-CB2-SECAO            PIC  X(040) VALUE SPACES.
      *
       01  CRS-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'FAIXA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '.....SALDO DA CARTA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '....SALDO INFORMADO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '..........DIFERENCA'.
      *
       01  CRS-LINDET1.
           10 FILLER                   PIC  X(008) VALUE SPACES.
           10 CRS-LD1-FAIXA            PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD1-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD1-RAZAO            PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD1-SALDO-CARTA      PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD1-SALDO-INFORM     PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CRS-LD1-SALDO-INFORM-X REDEFINES CRS-LD1-SALDO-INFORM
                                       PIC  X(019).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD1-DIFERENCA        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CRS-LD1-DIFERENCA-X REDEFINES CRS-LD1-DIFERENCA
                                       PIC  X(019).
      *
       01  CRS-LINDET2.
           10 FILLER                   PIC  X(019) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'OBS: '.
           10 CRS-LD2-OBSERVACAO       PIC  X(040) VALUE SPACES.
      *
      * RESPOSTA SEM CARTA NA AMOSTRA OU COM TIPO INVALIDO.
       01  CRS-LINDET3.
           10 FILLER                   PIC  X(019) VALUE SPACES.
           10 CRS-LD3-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD3-RESPOSTA         PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD3-SALDO-INFORM     PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CRS-LD3-MOTIVO           PIC  X(040) VALUE SPACES.
      *
       01  CRS-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CRS-TOT-ROTULO           PIC  X(030) VALUE SPACES.
           10 CRS-TOT-QTDE             PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 CRS-TOT-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CRS-TOT-SALDO-X REDEFINES CRS-TOT-SALDO
                                       PIC  X(023).
      *
       01  CRS-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CRS-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
