      *---------------------------------------------------------*
      * REGISTRO DO LOG DE AUDITORIA DO CONGELAMENTO DE         *
      * FECHAMENTO (DEVCGLOG DO DEV76P10) - UMA LINHA POR        *
      * EXECUCAO DE PROGRAMA QUE ALTERA A CLIENTPJ E CAIU       *
      * DENTRO DE UMA JANELA DO CALENDARIO DEVCONGL: 'R'        *
      * RECUSADA OU 'F' FORCADA PELO PARAMETRO DE EMERGENCIA.   *
      * DATA/HORA DA TENTATIVA, PROGRAMA E A JANELA ATINGIDA    *
      * (INICIO E FIM EM AAAAMMDDHHMM, DESCRICAO TRUNCADA).     *
      * ARQUIVO CUMULATIVO (EXTEND) - A AUDITORIA CONSULTA O    *
      * DATASET INTEIRO; NAO E RECRIADO A CADA EXECUCAO.        *
      * - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES                *
      *---------------------------------------------------------*
      *
       01 CGL-REGISTRO.
            10 CGL-DATA                PIC 9(008)    VALUE ZEROS.
            10 CGL-HORA                PIC 9(006)    VALUE ZEROS.
            10 CGL-PROGRAMA            PIC X(008)    VALUE SPACE.
            10 CGL-SITUACAO            PIC X(001)    VALUE SPACE.
                88 CGL-RECUSADA                      VALUE 'R'.
                88 CGL-FORCADA                       VALUE 'F'.
            10 CGL-JANELA-INICIO       PIC 9(012)    VALUE ZEROS.
            10 CGL-JANELA-FIM          PIC 9(012)    VALUE ZEROS.
            10 CGL-DESCRICAO           PIC X(033)    VALUE SPACE.
      *
