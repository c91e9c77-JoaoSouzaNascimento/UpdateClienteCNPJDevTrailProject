      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_RISCO)                           *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIRISCO))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_RISCO TABLE
           ( CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             DT_RATING                      DATE NOT NULL,
             RATING_RISCO                   CHAR(1) NOT NULL,
             PONTOS_RISCO                   DECIMAL(5, 0) NOT NULL,
             NIVEL_DORMENCIA                DECIMAL(1, 0) NOT NULL,
             NIVEL_LIMITE                   DECIMAL(1, 0) NOT NULL,
             NIVEL_RECEITA                  DECIMAL(1, 0) NOT NULL,
             NIVEL_VARIACAO                 DECIMAL(1, 0) NOT NULL,
             NIVEL_REJEICAO                 DECIMAL(1, 0) NOT NULL,
             DT_CALCULO                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_RISCO             *
      ******************************************************************
       01  DCLCLIRISCO.
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 DT-RATING            PIC X(10).
           10 RATING-RISCO         PIC X(1).
           10 PONTOS-RISCO         PIC S9(5)V USAGE COMP-3.
           10 NIVEL-DORMENCIA      PIC S9(1)V USAGE COMP-3.
           10 NIVEL-LIMITE         PIC S9(1)V USAGE COMP-3.
           10 NIVEL-RECEITA        PIC S9(1)V USAGE COMP-3.
           10 NIVEL-VARIACAO       PIC S9(1)V USAGE COMP-3.
           10 NIVEL-REJEICAO       PIC S9(1)V USAGE COMP-3.
           10 DT-CALCULO           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
