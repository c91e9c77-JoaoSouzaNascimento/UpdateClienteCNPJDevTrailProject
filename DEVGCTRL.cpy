      *
      *----------------------------------------------------------------*
      * LINHAS COMUNS DOS RELATORIOS SEPARADOS POR GERENTE DE CONTA    *
      * (CADASTRO ALUNO06.CLIENTPJ_GER, MANTIDO PELO DEV80P10). CADA   *
      * SECAO DE GERENTE COMECA EM PAGINA NOVA, COM A PAGINACAO        *
      * REINICIADA, E TERMINA NA LINHA DE TOTAL DO GERENTE - A SECAO   *
      * FINAL ('TOTAL GERAL') TRAZ OS TOTAIS DO RELATORIO INTEIRO.     *
      *----------------------------------------------------------------*
      *
       01  GCT-CABEC.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(018) VALUE
           'GERENTE DE CONTA: '.
           10 GCT-CB-GERENTE           PIC  X(021) VALUE SPACES.
      *
       01  GCT-SUBTOTAL.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(017) VALUE
           'TOTAL DO GERENTE '.
           10 GCT-SUB-GERENTE          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           '....: '.
           10 GCT-SUB-QTDE             PIC  ZZZ,ZZ9.
      *
