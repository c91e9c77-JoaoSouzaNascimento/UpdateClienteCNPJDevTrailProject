      *---------------------------------------------------------*
      * ARQUIVOS DA CIRCULARIZACAO DE SALDOS PARA A AUDITORIA   *
      * EXTERNA.                                                *
      *                                                         *
      * DEVCIRAM - AMOSTRA SORTEADA PELO DEV64P10, UM REGISTRO  *
      *   POR CARTA EMITIDA, NA ORDEM DE FAIXA E SALDO. E A     *
      *   BASE DA CONFERENCIA DAS RESPOSTAS NO DEV65P10.        *
      *   - ARQUIVO SEQUENCIAL - LRECL 100 POSICOES             *
      *                                                         *
      * DEVCIRRS - RESPOSTAS DEVOLVIDAS PELOS AUDITORES, UMA    *
      *   POR CARTA RESPONDIDA, EM QUALQUER ORDEM. 'C' CONFIRMA *
      *   O SALDO DA CARTA; 'D' DISCORDA E INFORMA O SALDO QUE  *
      *   O CLIENTE RECONHECE EM RSP-SALDO-INFORMADO.           *
      *   - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES              *
      *---------------------------------------------------------*
      *
       01 AMO-REGISTRO.
            10 AMO-DATA-SNAP           PIC 9(008)    VALUE ZEROS.
            10 AMO-CODIGOCLI           PIC 9(007)    VALUE ZEROS.
            10 AMO-RAZSOCIAL           PIC X(040)    VALUE SPACE.
      *     CNPJ EDITADO 99.999.999/9999-99
            10 AMO-CNPJ                PIC X(018)    VALUE SPACE.
            10 AMO-FAIXA               PIC 9(002)    VALUE ZEROS.
            10 AMO-SALDO               PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
            10 FILLER                  PIC X(009)    VALUE SPACE.
      *
       01 RSP-REGISTRO.
            10 RSP-CODIGOCLI           PIC 9(007)    VALUE ZEROS.
            10 RSP-RESPOSTA            PIC X(001)    VALUE SPACE.
               88 RSP-CONFIRMA                       VALUE 'C'.
               88 RSP-DISCORDA                       VALUE 'D'.
            10 RSP-SALDO-INFORMADO     PIC S9(013)V99
                                       SIGN LEADING SEPARATE
                                                     VALUE ZEROS.
      *     EM BRANCO NA CONFIRMACAO SEM SALDO INFORMADO
            10 RSP-SALDO-INFORMADO-X REDEFINES RSP-SALDO-INFORMADO
                                       PIC X(016).
            10 RSP-OBSERVACAO          PIC X(040)    VALUE SPACE.
            10 FILLER                  PIC X(016)    VALUE SPACE.
      *
