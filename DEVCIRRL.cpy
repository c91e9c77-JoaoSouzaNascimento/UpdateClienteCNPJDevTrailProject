      *
      *----------------------------------------------------------------*
      * DEFINICOES DOS RELATORIOS - CIRCULARIZACAO DE SALDOS PARA A    *
      * AUDITORIA EXTERNA (DEV64P10)                                   *
      * RLCIRCAR - CARTAS DE CONFIRMACAO, UMA POR PAGINA.              *
      * RLAMOSTR - RESUMO DA AMOSTRA POR FAIXA E RELACAO DAS CARTAS.   *
      *----------------------------------------------------------------*
      *
      * CARTA DE CONFIRMACAO.
       01  CIR-CARTA-CAB.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(037) VALUE
           'CARTA DE CONFIRMACAO DE SALDO - REF. '.
           10 CIR-CCB-REFERENCIA       PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(020) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'DATA: '.
           10 CIR-CCB-DATA             PIC  X(010) VALUE SPACES.
      *
       01  CIR-CARTA-LINHA.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CIR-CLN-TEXTO            PIC  X(080) VALUE SPACES.
      *
       01  CIR-CARTA-SALDO.
           10 FILLER                   PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'SALDO EM '.
           10 CIR-CSD-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           ':    R$ '.
           10 CIR-CSD-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
      * TEXTO FIXO DA CARTA - ANTES E DEPOIS DA LINHA DO SALDO.
       01  CIR-TEXTO-ANTES.
           10 FILLER                   PIC  X(060) VALUE
           'PREZADOS SENHORES,'.
           10 FILLER                   PIC  X(060) VALUE SPACES.
           10 FILLER                   PIC  X(060) VALUE
           'NOSSOS AUDITORES INDEPENDENTES ESTAO EXAMINANDO AS NOSSAS'.
           10 FILLER                   PIC  X(060) VALUE
           'DEMONSTRACOES FINANCEIRAS. PARA ESSE FIM, SOLICITAMOS A'.
           10 FILLER                   PIC  X(060) VALUE
           'GENTILEZA DE CONFIRMAR, DIRETAMENTE A ELES, O SALDO ABAIXO'.
           10 FILLER                   PIC  X(060) VALUE
           'REGISTRADO EM NOSSOS LIVROS EM NOME DE V.SAS.:'.
       01  CIR-TAB-ANTES REDEFINES CIR-TEXTO-ANTES.
           10 CIR-LINHA-ANTES          PIC  X(060) OCCURS 6 TIMES.
      *
       01  CIR-TEXTO-DEPOIS.
           10 FILLER                   PIC  X(060) VALUE
           'SE O SALDO ESTIVER CORRETO, BASTA ASSINALAR CONCORDANCIA.'.
           10 FILLER                   PIC  X(060) VALUE
           'SE NAO ESTIVER, INFORME O SALDO QUE CONSTA EM SEUS'.
           10 FILLER                   PIC  X(060) VALUE
           'REGISTROS NA MESMA DATA E, SE POSSIVEL, A ORIGEM DA'.
           10 FILLER                   PIC  X(060) VALUE
           'DIFERENCA. ESTA CARTA NAO E COBRANCA NEM PEDIDO DE'.
           10 FILLER                   PIC  X(060) VALUE
           'PAGAMENTO - SOMENTE UMA CONFIRMACAO DE SALDO.'.
           10 FILLER                   PIC  X(060) VALUE SPACES.
           10 FILLER                   PIC  X(060) VALUE
           'ATENCIOSAMENTE,'.
           10 FILLER                   PIC  X(060) VALUE SPACES.
           10 FILLER                   PIC  X(060) VALUE
           'DEPARTAMENTO FINANCEIRO - CONTAS A RECEBER'.
       01  CIR-TAB-DEPOIS REDEFINES CIR-TEXTO-DEPOIS.
           10 CIR-LINHA-DEPOIS         PIC  X(060) OCCURS 9 TIMES.
      *
      * RESUMO DA AMOSTRA.
       01  CIR-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CIR-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'CIRCULARIZACAO DE SALDOS - AMOSTRA POR FAIXA  '.
           10 CIR-CB1-PAG              PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(005) VALUE SPACES.
      *
       01  CIR-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           'FOTOGRAFIA DE: '.
           10 CIR-CB2-DATA-SNAP        PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'SEMENTE: '.
           10 CIR-CB2-SEMENTE          PIC  9(005) VALUE ZEROS.
      *
       01  CIR-CABEC3.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'FAIXA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '.......SALDO ACIMA '.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '.........SALDO ATE '.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           '.CLIENT'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '....SALDO DA FAIXA.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'CARTAS'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '...SALDO DAS CARTAS'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'COBERT%'.
      *
      * LINHA DE FAIXA E LINHA DE TOTAL GERAL (ROTULO NA FAIXA).
       01  CIR-LINDET1.
           10 FILLER                   PIC  X(006) VALUE SPACES.
           10 CIR-LD1-FAIXA            PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD1-DE               PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CIR-LD1-DE-X REDEFINES CIR-LD1-DE
                                       PIC  X(019).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD1-ATE              PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 CIR-LD1-ATE-X REDEFINES CIR-LD1-ATE
                                       PIC  X(019).
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD1-POPULACAO        PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD1-SALDO-POP        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD1-AMOSTRA          PIC  ZZ,ZZ9.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD1-SALDO-AMO        PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 CIR-LD1-COBERTURA        PIC  ZZ9.99.
      *
      * RELACAO DAS CARTAS EMITIDAS.
       01  CIR-CABEC4.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(005) VALUE
           'FAIXA'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL............................'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'CNPJ..............'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(019) VALUE
           '..SALDO A CONFIRMAR'.
      *
       01  CIR-LINDET2.
           10 FILLER                   PIC  X(008) VALUE SPACES.
           10 CIR-LD2-FAIXA            PIC  9(002) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD2-CODIGO           PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD2-RAZAO            PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD2-CNPJ             PIC  X(018) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 CIR-LD2-SALDO            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  CIR-LINAVISO.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 CIR-LAV-TEXTO            PIC  X(100) VALUE SPACES.
      *
