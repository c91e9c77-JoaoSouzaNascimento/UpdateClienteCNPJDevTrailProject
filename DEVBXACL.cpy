      *---------------------------------------------------------*
      * REGISTRO DO FEED DE BAIXAS DE CLIENTPJ (BAIXACLI DO     *
      * DEV74P10) - UM DETALHE POR CODIGO DE CLIENTE QUE SAIU   *
      * DA TABELA OU DEIXOU DE EXISTIR PARA OS CONSUMIDORES:    *
      * 'A' ARQUIVADO (DEV21P10), 'C' CANCELADO (DEV06P10),     *
      * 'F' PERDEDOR DE FUSAO (DEV06P10 - O CODIGO SOBREVIVENTE *
      * VAI EM BXA-CODIGO-SOBREV) E 'X' NOVO CLIENTE REMOVIDO   *
      * POR ESTORNO (DEV49P10). CODIGO, RAZAO, CNPJ, FILIAL E   *
      * SALDO OCUPAM AS MESMAS POSICOES DO EXTRCLI/CDCCLI - O   *
      * DEV46P10 VERIFICA O ARQUIVO COMO FEED FIXO (HEADER E    *
      * TRAILER DO DEVFEEDC). O SALDO E O DA LINHA NO MOMENTO   *
      * DA BAIXA (ZERO NO PERDEDOR DE FUSAO, CUJO SALDO FOI     *
      * TRANSFERIDO AO SOBREVIVENTE).                           *
      * - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES                *
      *---------------------------------------------------------*
      *
       01 BXA-DADOSCLI.
            10 BXA-CODIGOCLI           PIC 9(007)    VALUE ZEROS.
            10 BXA-RAZAOSOCIAL         PIC X(040)    VALUE SPACE.
            10 BXA-CNPJ                PIC X(009)    VALUE SPACE.
            10 BXA-FILIAL              PIC X(004)    VALUE SPACE.
            10 BXA-SALDO         COMP-3 PIC S9(011)V99 VALUE ZEROS.
            10 BXA-MOTIVO              PIC X(001)    VALUE SPACE.
                88 BXA-ARQUIVADO                     VALUE 'A'.
                88 BXA-CANCELADO                     VALUE 'C'.
                88 BXA-FUSAO                         VALUE 'F'.
                88 BXA-ESTORNO                       VALUE 'X'.
            10 BXA-CODIGO-SOBREV       PIC 9(007)    VALUE ZEROS.
            10 BXA-DATA-BAIXA    COMP-3 PIC 9(008)   VALUE ZEROS.
      *
