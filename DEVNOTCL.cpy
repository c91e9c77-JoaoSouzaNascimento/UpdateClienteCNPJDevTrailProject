      *---------------------------------------------------------*
      * REGISTRO DE NOTIFICACAO DE CLIENTE PARA O SISTEMA       *
      * CORPORATIVO DE CORREIO - UM POR CLIENTE A AVISAR.       *
      * GRAVADO PELO DEV36P10 (NOTIFCLI) E PELO DEV66P10        *
      * (NOTIFCOB).                                             *
      *   NOT-TIPO-EVENTO  I - INATIVACAO   R - REATIVACAO      *
      *                    G - INATIVACAO DE GRUPO              *
      *                    V - REATIVACAO DE GRUPO              *
      *                    P - PRIMEIRO AVISO DE COBRANCA       *
      *                    S - SEGUNDO AVISO DE COBRANCA        *
      *   NOT-CANAL DIZ POR ONDE O CLIENTE E AVISADO; NO CANAL  *
      *   'E' OS DADOS DO CONTATO VAO EM BRANCO, NO 'C' E NO    *
      *   'T' O EMAIL VAI EM BRANCO.                            *
      * - ARQUIVO SEQUENCIAL - LRECL 270 POSICOES               *
      *---------------------------------------------------------*
      *
       01 NOT-REGISTRO.
            10 NOT-CODIGOCLI           PIC 9(007)    VALUE ZEROS.
            10 NOT-RAZAOSOCIAL         PIC X(040)    VALUE SPACE.
            10 NOT-EMAIL               PIC X(050)    VALUE SPACE.
            10 NOT-TIPO-EVENTO         PIC X(001)    VALUE SPACE.
            10 NOT-DATA-EVENTO         PIC 9(008)    VALUE ZEROS.
            10 NOT-CANAL               PIC X(001)    VALUE SPACE.
               88 NOT-CANAL-EMAIL                    VALUE 'E'.
               88 NOT-CANAL-CORREIO                  VALUE 'C'.
               88 NOT-CANAL-TELEFONE                 VALUE 'T'.
            10 FILLER                  PIC X(003)    VALUE SPACE.
            10 NOT-CONTATO-NOME        PIC X(040)    VALUE SPACE.
            10 NOT-TELEFONE            PIC X(015)    VALUE SPACE.
            10 NOT-LOGRADOURO          PIC X(060)    VALUE SPACE.
            10 NOT-CEP                 PIC X(008)    VALUE SPACE.
            10 NOT-CIDADE              PIC X(030)    VALUE SPACE.
            10 NOT-UF                  PIC X(002)    VALUE SPACE.
            10 FILLER                  PIC X(005)    VALUE SPACE.
      *
