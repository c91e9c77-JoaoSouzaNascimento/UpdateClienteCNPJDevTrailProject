           'SALDO GERAL...: '.
           10 DOR-TOT-SALDO            PIC -Z(012)9.99.
      *
      * TOTAL DE CADA SECAO DE GERENTE DE CONTA.
       01  DOR-TOTGER.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(031) VALUE
           'TOTAL DE CLIENTES DO GERENTE: '.
           10 DOR-TGE-CLIENTES         PIC  ZZZ,ZZ9.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'SALDO GERENTE.: '.
           10 DOR-TGE-SALDO            PIC -Z(012)9.99.
      *
