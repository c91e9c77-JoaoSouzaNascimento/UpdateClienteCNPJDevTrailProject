      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_REJ)                             *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIREJ))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_REJ TABLE
           ( DATA_REJ                       DATE NOT NULL,
             HORA_REJ                       DECIMAL(6, 0) NOT NULL,
             ORIGEM_REJ                     CHAR(8) NOT NULL,
             DTGERACAO_REJ                  CHAR(8) NOT NULL,
             SEQUENCIA_REJ                  CHAR(3) NOT NULL,
             CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             TIPO_OPER_REJ                  CHAR(1) NOT NULL,
             COD_MOTIVO_REJ                 CHAR(3) NOT NULL,
             DESC_MOTIVO_REJ                CHAR(18) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_REJ               *
      ******************************************************************
       01  DCLCLIREJ.
           10 DATA-REJ             PIC X(10).
           10 HORA-REJ             PIC S9(6)V USAGE COMP-3.
           10 ORIGEM-REJ           PIC X(8).
           10 DTGERACAO-REJ        PIC X(8).
           10 SEQUENCIA-REJ        PIC X(3).
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 TIPO-OPER-REJ        PIC X(1).
           10 COD-MOTIVO-REJ       PIC X(3).
           10 DESC-MOTIVO-REJ      PIC X(18).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
