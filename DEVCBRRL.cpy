      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - LISTA DE TRABALHO DA COBRANCA POR    *
      * ESTAGIO E SAIDAS DO DIA (DEV66P10)                             *
      *----------------------------------------------------------------*
      *
       01  CBR-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'COBRANCA DE CLIENTES DORMENTES COM SALDO      '.
           10 CBR-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  CBR-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-CB2-SECAO            PIC  X(060) VALUE SPACES.
      *
      * CLIENTES EM COBRANCA - UMA SECAO POR ESTAGIO.
       01  CBR-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '........SALDO ATUAL'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'ULT.COMPRA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'ENTRADA...'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'NO ESTAGIO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'D.UTEIS'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(014) VALUE
           'SITUACAO......'.
      *
       01  CBR-LINDET1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-LD1-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD1-RAZAO            PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD1-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD1-ULTCOMPRA        PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD1-ENTRADA          PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD1-DESDE            PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 CBR-LD1-DIAS             PIC  ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD1-SITUACAO         PIC  X(014) VALUE SPACES.
      *
      * CLIENTES QUE SAIRAM DA COBRANCA NESTA EXECUCAO.
       01  CBR-CABEC4.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(030) VALUE
           'RAZAO SOCIAL..................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'ESTAGIO'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'ENTRADA...'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '........SALDO ATUAL'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'MOTIVO DA SAIDA.........................'.
      *
       01  CBR-LINDET2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-LD2-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD2-RAZAO            PIC  X(030) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-LD2-ESTAGIO          PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 CBR-LD2-ENTRADA          PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD2-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CBR-LD2-SALDO-X REDEFINES CBR-LD2-SALDO
                                       PIC  X(019).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CBR-LD2-MOTIVO           PIC  X(040) VALUE SPACES.
      *
       01  CBR-TOTAIS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-TOT-ROTULO           PIC  X(040) VALUE SPACES.
           10 CBR-TOT-QTDE             PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(004) VALUE SPACES.
           10 CBR-TOT-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CBR-TOT-SALDO-X REDEFINES CBR-TOT-SALDO
                                       PIC  X(023).
      *
       01  CBR-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CBR-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
