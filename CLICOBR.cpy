      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_COBR)                            *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLICOBR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_COBR TABLE
           ( CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             ESTAGIO_COBR                   CHAR(1) NOT NULL,
             DT_ENTRADA                     DATE NOT NULL,
             DT_ESTAGIO                     DATE NOT NULL,
             SALDO_ENTRADA                  DECIMAL(13, 2) NOT NULL,
             DTULTCOMPRA_ENT                DATE NOT NULL,
             DT_ATUALIZ                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_COBR              *
      ******************************************************************
       01  DCLCLICOBR.
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 ESTAGIO-COBR         PIC X(1).
           10 DT-ENTRADA           PIC X(10).
           10 DT-ESTAGIO           PIC X(10).
           10 SALDO-ENTRADA        PIC S9(11)V9(2) USAGE COMP-3.
           10 DTULTCOMPRA-ENT      PIC X(10).
           10 DT-ATUALIZ           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
