      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_BAIXA)                           *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIBAIX))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_BAIXA TABLE
           ( SEQ_BAIXA                      INTEGER NOT NULL
                 GENERATED ALWAYS AS IDENTITY,
             DATA_BAIXA                     DATE NOT NULL,
             MOTIVO_BAIXA                   CHAR(1) NOT NULL,
             PROGRAMA_BAIXA                 CHAR(8) NOT NULL,
             CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             RAZSOCIAL_CLI                  CHAR(40) NOT NULL,
             NUMECNPJA_CLI                  CHAR(8) NOT NULL,
             FILIALCNPJA_CLI                CHAR(4) NOT NULL,
             SALDO_CLI                      DECIMAL(13, 2) NOT NULL,
             CODIGO_SOBREV                  DECIMAL(7, 0) NOT NULL,
             SITUACAO_BAIXA                 CHAR(1) NOT NULL,
             DT_ENVIO                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_BAIXA             *
      ******************************************************************
       01  DCLCLIBAIX.
           10 SEQ-BAIXA            PIC S9(9) USAGE COMP.
           10 DATA-BAIXA           PIC X(10).
           10 MOTIVO-BAIXA         PIC X(1).
           10 PROGRAMA-BAIXA       PIC X(8).
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 RAZSOCIAL-CLI        PIC X(40).
           10 NUMECNPJA-CLI        PIC X(8).
           10 FILIALCNPJA-CLI      PIC X(4).
           10 SALDO-CLI            PIC S9(11)V9(2) USAGE COMP-3.
           10 CODIGO-SOBREV        PIC S9(7)V USAGE COMP-3.
           10 SITUACAO-BAIXA       PIC X(1).
           10 DT-ENVIO             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
