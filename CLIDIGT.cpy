      ******************************************************************
      * DCLGEN TABLE(ALUNOXX.CLIENTPJ_DIGT)                            *
      *        LIBRARY(ASE.ALUNOXX.COBLIB(CLIDIGT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_DIGT TABLE
           ( DT_DIGT                        DATE NOT NULL,
             SEQ_DIGT                       DECIMAL(5, 0) NOT NULL,
             OPERACAO_DIGT                  CHAR(1) NOT NULL,
             CODIGO_CLI                     DECIMAL(7, 0) NOT NULL,
             RAZSOCIAL_CLI                  CHAR(40) NOT NULL,
             NUMECNPJ_DIGT                  CHAR(8) NOT NULL,
             FILIALCNPJ_DIGT                CHAR(4) NOT NULL,
             CONTROLE_DIGT                  DECIMAL(2, 0) NOT NULL,
             VRULTCOMPRA_DIGT               DECIMAL(13, 2) NOT NULL,
             DATAOPER_DIGT                  DECIMAL(8, 0) NOT NULL,
             VLRAJUSTE_DIGT                 DECIMAL(11, 2) NOT NULL,
             EMAIL_DIGT                     CHAR(50) NOT NULL,
             USUARIO_DIGT                   CHAR(8) NOT NULL,
             HORA_DIGT                      DECIMAL(6, 0) NOT NULL,
             SITUACAO_DIGT                  CHAR(1) NOT NULL,
             DATA_GER_DIGT                  DECIMAL(8, 0) NOT NULL,
             SEQ_GER_DIGT                   DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_DIGT              *
      ******************************************************************
       01  DCLCLIDIGT.
           10 DT-DIGT              PIC X(10).
           10 SEQ-DIGT             PIC S9(5)V USAGE COMP-3.
           10 OPERACAO-DIGT        PIC X(1).
           10 CODIGO-CLI           PIC S9(7)V USAGE COMP-3.
           10 RAZSOCIAL-CLI        PIC X(40).
           10 NUMECNPJ-DIGT        PIC X(8).
           10 FILIALCNPJ-DIGT      PIC X(4).
           10 CONTROLE-DIGT        PIC S9(2)V USAGE COMP-3.
           10 VRULTCOMPRA-DIGT     PIC S9(11)V9(2) USAGE COMP-3.
           10 DATAOPER-DIGT        PIC S9(8)V USAGE COMP-3.
           10 VLRAJUSTE-DIGT       PIC S9(9)V9(2) USAGE COMP-3.
           10 EMAIL-DIGT           PIC X(50).
           10 USUARIO-DIGT         PIC X(8).
           10 HORA-DIGT            PIC S9(6)V USAGE COMP-3.
           10 SITUACAO-DIGT        PIC X(1).
           10 DATA-GER-DIGT        PIC S9(8)V USAGE COMP-3.
           10 SEQ-GER-DIGT         PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
