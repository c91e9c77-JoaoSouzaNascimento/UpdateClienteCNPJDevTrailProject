      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_MOVSLD)                          *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIMOVS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_MOVSLD TABLE
           ( SEQ_MOV                        INTEGER NOT NULL
                 GENERATED ALWAYS AS IDENTITY,
             DATA_MOV                       DATE NOT NULL,
             TIPO_MOV                       CHAR(1) NOT NULL,
             PROGRAMA_MOV                   CHAR(8) NOT NULL,
             CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             VALOR_MOV                      DECIMAL(13, 2) NOT NULL,
             SITUACAO_MOV                   CHAR(1) NOT NULL,
             DT_CONTABIL                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_MOVSLD            *
      ******************************************************************
       01  DCLCLIMOVS.
           10 SEQ-MOV              PIC S9(9) USAGE COMP.
           10 DATA-MOV             PIC X(10).
           10 TIPO-MOV             PIC X(1).
           10 PROGRAMA-MOV         PIC X(8).
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 VALOR-MOV            PIC S9(11)V9(2) USAGE COMP-3.
           10 SITUACAO-MOV         PIC X(1).
           10 DT-CONTABIL          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
