      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_INSTRG)                          *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIINSTG))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_INSTRG TABLE
           ( CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             SEQ_INSTR                      DECIMAL(3, 0) NOT NULL,
             DT_VENCIMENTO                  DATE NOT NULL,
             DT_GERACAO                     DATE NOT NULL,
             SEQ_LOTE                       DECIMAL(3, 0) NOT NULL,
             VALOR_GERADO                   DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_INSTRG            *
      ******************************************************************
       01  DCLCLIINSTG.
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 SEQ-INSTR            PIC S9(3)V USAGE COMP-3.
           10 DT-VENCIMENTO        PIC X(10).
           10 DT-GERACAO           PIC X(10).
           10 SEQ-LOTE             PIC S9(3)V USAGE COMP-3.
           10 VALOR-GERADO         PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
