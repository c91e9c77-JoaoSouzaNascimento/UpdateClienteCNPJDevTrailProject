      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_BOUNCE)                          *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIBOUNC))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_BOUNCE TABLE
           ( CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             EMAIL_CLI                      CHAR(50) NOT NULL,
             QT_HARD_CONSEC                 DECIMAL(3, 0) NOT NULL,
             QT_HARD_TOTAL                  DECIMAL(5, 0) NOT NULL,
             DT_ULT_BOUNCE                  DATE NOT NULL,
             SMTP_ULT_BOUNCE                CHAR(5) NOT NULL,
             SITUACAO_EMAIL                 CHAR(1) NOT NULL,
             DT_SITUACAO                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_BOUNCE            *
      ******************************************************************
       01  DCLCLIBOUNC.
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 EMAIL-CLI            PIC X(50).
           10 QT-HARD-CONSEC       PIC S9(3)V USAGE COMP-3.
           10 QT-HARD-TOTAL        PIC S9(5)V USAGE COMP-3.
           10 DT-ULT-BOUNCE        PIC X(10).
           10 SMTP-ULT-BOUNCE      PIC X(5).
           10 SITUACAO-EMAIL       PIC X(1).
           10 DT-SITUACAO          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
