             DTULTCOMPRA_CLI                DATE,
             DTATLZDADOS_CLI                DATE,
             DTINATIVA_CLI                  DATE,
             DTAGENDA_CLI                   DATE,
             PROGRAMA_HIST                  CHAR(8) NOT NULL
                 WITH DEFAULT,
             USUARIO_HIST                   CHAR(8) NOT NULL
                 WITH DEFAULT,
             ORIGEM_GER_HIST                CHAR(8) NOT NULL
                 WITH DEFAULT,
             DATA_GER_HIST                  CHAR(8) NOT NULL
                 WITH DEFAULT,
             SEQ_GER_HIST                   CHAR(3) NOT NULL
                 WITH DEFAULT,
             SEQ_APROV_HIST                 DECIMAL(7, 0) NOT NULL
                 WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ALUNOXX.CLIENTPJ_HIST              *
           10 DTATLZDADOS-CLI      PIC X(10).
           10 DTINATIVA-CLI        PIC X(10).
           10 DTAGENDA-CLI         PIC X(10).
           10 PROGRAMA-HIST        PIC X(8).
           10 USUARIO-HIST         PIC X(8).
           10 ORIGEM-GER-HIST      PIC X(8).
           10 DATA-GER-HIST        PIC X(8).
           10 SEQ-GER-HIST         PIC X(3).
           10 SEQ-APROV-HIST       PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
