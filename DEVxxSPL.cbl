      * PARTICAO 1. O DEV41P10 CONSOLIDA OS RELATORIOS E FAZ A         *
      * RECONCILIACAO UNICA DE FIM DE CARGA. OPERACOES DE GRUPO        *
      * (SEM CODIGO_CLI) CAEM SEMPRE NA PARTICAO 1.                    *
      * A ROTA NORMAL DO FIM DE MES PASSOU A SER O JOB DEVMES10 -      *
      * DADOSCLI CLASSIFICADO E UMA UNICA INSTANCIA DO DEV06P10 NO     *
      * MODO ORDENADO. ESTE DIVISOR E O DEV41P10 FICAM COMO            *
      * CONTINGENCIA.                                                  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
