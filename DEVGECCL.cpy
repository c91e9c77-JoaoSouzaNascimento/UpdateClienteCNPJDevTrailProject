      *---------------------------------------------------------*
      * CADASTRO DE GRUPOS ECONOMICOS (DEVGRECO) - MANTIDO PELO *
      * CONTROLE DE CREDITO VIA DEV60P10. LIGA VARIAS RAIZES DE *
      * CNPJ (EMPRESAS CONTROLADAS POR UMA MESMA HOLDING) A UM  *
      * UNICO CODIGO DE GRUPO, PARA QUE A EXPOSICAO E O LIMITE  *
      * SEJAM VISTOS PELO GRUPO INTEIRO. LIDO PELO DEV07P10 E   *
      * PELO DEV31P10.                                          *
      *   CHAVE = GRE-GRUPO + GRE-CNPJ                          *
      *   GRE-CNPJ EM BRANCO - REGISTRO MESTRE DO GRUPO (NOME E *
      *                  LIMITE DE CREDITO DO GRUPO ECONOMICO,  *
      *                  ZERO = GRUPO SEM LIMITE PROPRIO). VEM  *
      *                  SEMPRE ANTES DAS RAIZES DO GRUPO NA    *
      *                  LEITURA SEQUENCIAL.                    *
      *   GRE-CNPJ INFORMADO - RAIZ DE CNPJ VINCULADA AO GRUPO  *
      *                  (NOME E LIMITE NAO SAO USADOS). UMA    *
      *                  RAIZ PERTENCE A UM SO GRUPO.           *
      * - ARQUIVO VSAM KSDS - LRECL 90 POSICOES                 *
      *---------------------------------------------------------*
      *
       01 GRE-REGISTRO.
            10 GRE-CHAVE.
               15 GRE-GRUPO            PIC X(006).
               15 GRE-CNPJ             PIC X(008).
                  88 GRE-REG-GRUPO                   VALUE SPACES.
            10 GRE-NOME                PIC X(040).
            10 GRE-LIMITE              PIC 9(013)V99.
            10 GRE-DTATLZ              PIC 9(008).
            10 FILLER                  PIC X(013).
      *
