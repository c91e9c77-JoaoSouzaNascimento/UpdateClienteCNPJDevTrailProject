           10 FILLER                   PIC  X(007) VALUE
           'SALDO: '.
           10 DIG-LD1-SALDO            PIC -Z(010)9.99.
      *
      * PROVENIENCIA DA IMAGEM, LOGO ABAIXO DE CADA MOVIMENTO: PROGRAMA
      * E USUARIO QUE GRAVARAM, GERACAO DE DADOSCLI (ORIGEM, DATA E
      * SEQUENCIA) E SEQUENCIA DA APROVACAO NO DEV44P10, QUANDO HOUVER.
       01  DIG-LINDET3.
           10 FILLER                   PIC  X(016) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'PROG: '.
           10 DIG-LD3-PROGRAMA         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'USUARIO: '.
           10 DIG-LD3-USUARIO          PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'GERACAO: '.
           10 DIG-LD3-ORIGEM-GER       PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DIG-LD3-DATA-GER         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 DIG-LD3-SEQ-GER          PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'APROVACAO: '.
           10 DIG-LD3-SEQ-APROV        PIC  Z(007).
      *
       01  DIG-SUBTOT.
           10 FILLER                   PIC  X(008) VALUE SPACES.
