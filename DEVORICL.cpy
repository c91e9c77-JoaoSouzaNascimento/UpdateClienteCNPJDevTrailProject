      *---------------------------------------------------------*
      * CADASTRO DE ORIGENS ESPERADAS DO DADOSCLI (DEVORIGE) -  *
      * MANTIDO PELA OPERACAO, UM REGISTRO POR ORIGEM (O MESMO  *
      * CODIGO INFORMADO NO HEADER DO ARQUIVO E GRAVADO NO      *
      * DEV06REG). LIDO PELO MONITOR DE CHEGADA DEV57P10.       *
      *   ORI-FREQUENCIA - 'D' TODO DIA UTIL                    *
      *                    'S' SEMANAL - ORI-DIA-ENTREGA = DIA  *
      *                        DA SEMANA (1 SEGUNDA ... 5 SEXTA)*
      *                    'M' MENSAL  - ORI-DIA-ENTREGA = N-ESI*
      *                        MO DIA UTIL DO MES               *
      *     (ENTREGA QUE CAI EM DIA NAO UTIL PASSA PARA O DIA   *
      *     UTIL SEGUINTE - CALENDARIO DEV42P10/DEVCALFE)       *
      *   ORI-DIAS-PRAZO - DIAS UTEIS, APOS A DATA DE GERACAO,  *
      *                    PARA A CARGA (ZERO = NO PROPRIO DIA) *
      *   ORI-HORA-LIMITE - HHMM LIMITE DA CARGA NO ULTIMO DIA  *
      *                    DO PRAZO (ZERO = SO VALE A DATA)     *
      *   ORI-SITUACAO   - 'A' ATIVA / 'S' SUSPENSA (NAO COBRA  *
      *                    ENTREGA, MAS NAO E 'NAO CADASTRADA') *
      * - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES                *
      *---------------------------------------------------------*
      *
       01 ORI-REGISTRO.
            10 ORI-ORIGEM              PIC X(008)    VALUE SPACE.
            10 ORI-FREQUENCIA          PIC X(001)    VALUE SPACE.
               88 ORI-DIARIA                         VALUE 'D'.
               88 ORI-SEMANAL                        VALUE 'S'.
               88 ORI-MENSAL                         VALUE 'M'.
            10 ORI-DIA-ENTREGA         PIC 9(002)    VALUE ZEROS.
            10 ORI-DIAS-PRAZO          PIC 9(001)    VALUE ZEROS.
            10 ORI-HORA-LIMITE         PIC 9(004)    VALUE ZEROS.
            10 ORI-SITUACAO            PIC X(001)    VALUE SPACE.
               88 ORI-ATIVA                          VALUE 'A'.
               88 ORI-SUSPENSA                       VALUE 'S'.
            10 ORI-DESCRICAO           PIC X(030)    VALUE SPACE.
            10 FILLER                  PIC X(033)    VALUE SPACE.
      *
