      *---------------------------------------------------------*
      * ARQUIVO MENSAL DO CADASTRO POSITIVO PARA O BIRO DE      *
      * CREDITO (CADPOSPJ DO DEV79P10) - ARQUIVO SEQUENCIAL -   *
      * LRECL 80 POSICOES. LAYOUT DO BIRO: O PRIMEIRO REGISTRO  *
      * E O HEADER (TIPO '0'), UM DETALHE (TIPO '1') POR CNPJ E *
      * O ULTIMO E O TRAILER (TIPO '9') COM AS QUANTIDADES E OS *
      * TOTAIS DO ARQUIVO, QUE O BIRO CONFERE NA RECEPCAO.      *
      * VALORES SEM PONTO DECIMAL (2 DECIMAIS IMPLICITAS).      *
      *---------------------------------------------------------*
      *
       01 CPO-HEADER.
           05 CPO-HDR-TIPO         PIC X(001) VALUE '0'.
           05 CPO-HDR-ARQUIVO      PIC X(008) VALUE 'CADPOSPJ'.
      *    MES DE REFERENCIA (AAAAMM) E DATA DA FOTOGRAFIA DE ONDE
      *    SAIRAM OS SALDOS (AAAAMMDD).
           05 CPO-HDR-REFERENCIA   PIC 9(006) VALUE ZEROS.
           05 CPO-HDR-DATA-BASE    PIC 9(008) VALUE ZEROS.
           05 CPO-HDR-DATA-GERACAO PIC 9(008) VALUE ZEROS.
           05 CPO-HDR-VERSAO       PIC X(002) VALUE '01'.
           05 FILLER               PIC X(047) VALUE SPACES.
      *
       01 CPO-DETALHE.
           05 CPO-DET-TIPO         PIC X(001) VALUE '1'.
           05 CPO-DET-CNPJ.
               10 CPO-DET-CNPJ-RAIZ    PIC X(008) VALUE SPACES.
               10 CPO-DET-CNPJ-FILIAL  PIC X(004) VALUE SPACES.
               10 CPO-DET-CNPJ-CTL     PIC X(002) VALUE SPACES.
      *    CODIGO DO CLIENTE NO INFORMANTE - O BIRO DEVOLVE AS
      *    CRITICAS POR ELE.
           05 CPO-DET-CODIGOCLI    PIC 9(007) VALUE ZEROS.
      *    SALDO EM ABERTO NA FOTOGRAFIA DE FIM DE MES.
           05 CPO-DET-SALDO        PIC S9(013)V99
                                   SIGN LEADING SEPARATE VALUE ZEROS.
      *    COMPRAS (AJUSTES QUE AUMENTARAM O SALDO) E PAGAMENTOS
      *    (AJUSTES QUE O REDUZIRAM) NO MES - QUANTIDADE E VALOR.
           05 CPO-DET-QT-COMPRAS   PIC 9(004) VALUE ZEROS.
           05 CPO-DET-VL-COMPRAS   PIC 9(011)V99 VALUE ZEROS.
           05 CPO-DET-QT-PAGTOS    PIC 9(004) VALUE ZEROS.
           05 CPO-DET-VL-PAGTOS    PIC 9(011)V99 VALUE ZEROS.
           05 FILLER               PIC X(008) VALUE SPACES.
      *
       01 CPO-TRAILER.
           05 CPO-TRL-TIPO         PIC X(001) VALUE '9'.
           05 CPO-TRL-QTDE         PIC 9(007) VALUE ZEROS.
           05 CPO-TRL-SALDO        PIC S9(013)V99
                                   SIGN LEADING SEPARATE VALUE ZEROS.
           05 CPO-TRL-VL-COMPRAS   PIC 9(013)V99 VALUE ZEROS.
           05 CPO-TRL-VL-PAGTOS    PIC 9(013)V99 VALUE ZEROS.
      *    TOTAL DE REGISTROS DO ARQUIVO, HEADER E TRAILER INCLUSOS.
           05 CPO-TRL-QT-REGISTROS PIC 9(007) VALUE ZEROS.
           05 FILLER               PIC X(019) VALUE SPACES.
      *
