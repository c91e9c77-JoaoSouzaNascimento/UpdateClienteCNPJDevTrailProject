      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_CONT)                            *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLICONT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_CONT TABLE
           ( CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             SEQ_CONT                       DECIMAL(3, 0) NOT NULL,
             NOME_CONT                      CHAR(40) NOT NULL,
             CARGO_CONT                     CHAR(20) NOT NULL,
             TELEFONE_CONT                  CHAR(15) NOT NULL,
             LOGRADOURO_CONT                CHAR(60) NOT NULL,
             CEP_CONT                       CHAR(8) NOT NULL,
             CIDADE_CONT                    CHAR(30) NOT NULL,
             UF_CONT                        CHAR(2) NOT NULL,
             DTATLZ_CONT                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_CONT              *
      ******************************************************************
       01  DCLCLICONT.
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 SEQ-CONT             PIC S9(3)V USAGE COMP-3.
           10 NOME-CONT            PIC X(40).
           10 CARGO-CONT           PIC X(20).
           10 TELEFONE-CONT        PIC X(15).
           10 LOGRADOURO-CONT      PIC X(60).
           10 CEP-CONT             PIC X(8).
           10 CIDADE-CONT          PIC X(30).
           10 UF-CONT              PIC X(2).
           10 DTATLZ-CONT          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
