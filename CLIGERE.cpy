      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_GER)                             *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIGERE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_GER TABLE
           ( TIPO_GER                       CHAR(1) NOT NULL,
             CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             NUMECNPJA_CLI                  CHAR(8) NOT NULL,
             GERENTE_GER                    CHAR(8) NOT NULL,
             DTATLZ_GER                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_GER               *
      ******************************************************************
       01  DCLCLIGERE.
           10 TIPO-GER             PIC X(1).
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 NUMECNPJA-CLI        PIC X(8).
           10 GERENTE-GER          PIC X(8).
           10 DTATLZ-GER           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
