      *---------------------------------------------------------*
      * ARQUIVO DE RETORNO DA CARGA DIARIA PARA A ORIGEM QUE    *
      * ENVIOU O DADOSCLI. O DEV06P10 GRAVA EM DEV06RET UM      *
      * DETALHE POR REGISTRO PROCESSADO, COM A CHAVE DA GERACAO *
      * DO HEADER (ORIGEM/DATA/SEQUENCIA, A MESMA DO DEV06REG), *
      * A POSICAO DO REGISTRO NO ARQUIVO E O DESFECHO FINAL; O  *
      * DEV56P10 SEPARA OS DETALHES POR ORIGEM, CADA ARQUIVO    *
      * COM HEADER ('H') E TRAILER ('T') PROPRIOS.              *
      * - DEV06RET INDEXADO POR RET-CHAVE; RETORNO POR ORIGEM   *
      *   SEQUENCIAL - AMBOS COM LRECL 200 POSICOES             *
      *---------------------------------------------------------*
      *
       01 RET-REGISTRO.
            10 RET-TIPO                PIC X(001)    VALUE 'D'.
            10 RET-CHAVE.
               15 RET-ORIGEM           PIC X(008)    VALUE SPACE.
               15 RET-DATA-GERACAO     PIC X(008)    VALUE SPACE.
               15 RET-SEQUENCIA        PIC X(003)    VALUE SPACE.
               15 RET-NUM-REGISTRO     PIC 9(007)    VALUE ZEROS.
      *     DESFECHO FINAL DO REGISTRO NA CARGA
            10 RET-SITUACAO            PIC X(001)    VALUE SPACE.
               88 RET-APLICADO                       VALUE 'A'.
               88 RET-SEM-ALTERACAO                  VALUE 'N'.
               88 RET-RETIDO                         VALUE 'P'.
               88 RET-AGENDADO                       VALUE 'G'.
               88 RET-REJEITADO                      VALUE 'R'.
      *     MOTIVO PADRONIZADO (DEVMOTRJ) - SO NO REJEITADO
            10 RET-COD-MOTIVO          PIC X(003)    VALUE SPACE.
            10 RET-DESC-MOTIVO         PIC X(018)    VALUE SPACE.
      *     SEQUENCIA DE RETENCAO EM DEV06PND - SO NO RETIDO
            10 RET-PND-SEQUENCIA       PIC 9(007)    VALUE ZEROS.
            10 RET-DATA-CARGA          PIC 9(008)    VALUE ZEROS.
      *     REGISTRO COMO ENVIADO PELA ORIGEM (LAYOUT PRF-DADOSCLI)
            10 RET-DADOSCLI            PIC X(136)    VALUE SPACE.
      *
       01 RET-HEADER.
            10 RET-HDR-TIPO            PIC X(001)    VALUE 'H'.
            10 RET-HDR-ORIGEM          PIC X(008)    VALUE SPACE.
            10 RET-HDR-DATA-RETORNO    PIC 9(008)    VALUE ZEROS.
            10 RET-HDR-QTDE-REGS       PIC 9(007)    VALUE ZEROS.
            10 FILLER                  PIC X(176)    VALUE SPACE.
      *
       01 RET-TRAILER.
            10 RET-TRL-TIPO            PIC X(001)    VALUE 'T'.
            10 RET-TRL-QTDE-REGS       PIC 9(007)    VALUE ZEROS.
            10 RET-TRL-QT-APLICADO     PIC 9(007)    VALUE ZEROS.
            10 RET-TRL-QT-SEM-ALTER    PIC 9(007)    VALUE ZEROS.
            10 RET-TRL-QT-RETIDO       PIC 9(007)    VALUE ZEROS.
            10 RET-TRL-QT-AGENDADO     PIC 9(007)    VALUE ZEROS.
            10 RET-TRL-QT-REJEITADO    PIC 9(007)    VALUE ZEROS.
      *     SOMA DOS PRF-CODIGOCLI DOS DETALHES, COMO NO TRAILER
      *     DO PROPRIO DADOSCLI
            10 RET-TRL-CTRL-TOTAL      PIC 9(013)    VALUE ZEROS.
            10 FILLER                  PIC X(144)    VALUE SPACE.
      *
