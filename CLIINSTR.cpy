      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_INSTR)                           *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIINSTR))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_INSTR TABLE
           ( CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             SEQ_INSTR                      DECIMAL(3, 0) NOT NULL,
             VALOR_INSTR                    DECIMAL(11, 2) NOT NULL,
             FREQ_INSTR                     CHAR(1) NOT NULL,
             DT_INICIO                      DATE NOT NULL,
             DT_FIM                         DATE NOT NULL,
             DESCRICAO_INSTR                CHAR(40) NOT NULL,
             DTATLZ_INSTR                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_INSTR             *
      ******************************************************************
       01  DCLCLIINSTR.
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 SEQ-INSTR            PIC S9(3)V USAGE COMP-3.
           10 VALOR-INSTR          PIC S9(9)V9(2) USAGE COMP-3.
           10 FREQ-INSTR           PIC X(1).
           10 DT-INICIO            PIC X(10).
           10 DT-FIM               PIC X(10).
           10 DESCRICAO-INSTR      PIC X(40).
           10 DTATLZ-INSTR         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
