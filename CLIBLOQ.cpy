      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_BLOQ)                            *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIBLOQ))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_BLOQ TABLE
           ( NUMECNPJA_CLI                  CHAR(8) NOT NULL,
             SITUACAO_BLOQ                  CHAR(1) NOT NULL,
             DT_BLOQUEIO                    DATE NOT NULL,
             SALDO_BLOQ                     DECIMAL(15, 2) NOT NULL,
             LIMITE_BLOQ                    DECIMAL(15, 2) NOT NULL,
             DT_SITUACAO                    DATE NOT NULL,
             USUARIO_LIB                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_BLOQ              *
      ******************************************************************
       01  DCLCLIBLOQ.
           10 NUMECNPJA-CLI        PIC X(8).
           10 SITUACAO-BLOQ        PIC X(1).
           10 DT-BLOQUEIO          PIC X(10).
           10 SALDO-BLOQ           PIC S9(13)V9(2) USAGE COMP-3.
           10 LIMITE-BLOQ          PIC S9(13)V9(2) USAGE COMP-3.
           10 DT-SITUACAO          PIC X(10).
           10 USUARIO-LIB          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
