           EXEC SQL DECLARE ALUNOXX.CLIENTPJ_STAT TABLE
           ( DATA_CARGA                     DATE NOT NULL,
             HORA_CARGA                     DECIMAL(6, 0) NOT NULL,
             REG_LIDOS                      DECIMAL(9, 0) NOT NULL,
             REG_ATUAL                      DECIMAL(9, 0) NOT NULL,
             REG_DESP                       DECIMAL(9, 0) NOT NULL,
             QT_NOVO                        DECIMAL(9, 0) NOT NULL,
             QT_ATUALIZ                     DECIMAL(9, 0) NOT NULL,
             QT_INATIV                      DECIMAL(9, 0) NOT NULL,
             QT_REATIV                      DECIMAL(9, 0) NOT NULL,
             QT_AJUSTE                      DECIMAL(9, 0) NOT NULL,
             QT_RECON                       DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_STAT              *
       01  DCLCLISTAT.
           10 DATA-CARGA           PIC X(10).
           10 HORA-CARGA           PIC S9(6)V USAGE COMP-3.
           10 REG-LIDOS            PIC S9(9)V USAGE COMP-3.
           10 REG-ATUAL            PIC S9(9)V USAGE COMP-3.
           10 REG-DESP             PIC S9(9)V USAGE COMP-3.
           10 QT-NOVO              PIC S9(9)V USAGE COMP-3.
           10 QT-ATUALIZ           PIC S9(9)V USAGE COMP-3.
           10 QT-INATIV            PIC S9(9)V USAGE COMP-3.
           10 QT-REATIV            PIC S9(9)V USAGE COMP-3.
           10 QT-AJUSTE            PIC S9(9)V USAGE COMP-3.
           10 QT-RECON             PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
