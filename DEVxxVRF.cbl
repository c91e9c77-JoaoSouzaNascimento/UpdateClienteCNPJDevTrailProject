      *----------------------------------------------------------------*
      * VERIFICADOR DE COMPLETUDE DOS FEEDS DE SAIDA. OS EXTRATORES    *
      * (EXTRCLI DO DEV15P10, CDCCLI DO DEV16P10 E O EXTRCSV           *
      * DELIMITADO DO DEV24P10, ALEM DO FEED DE BAIXAS BAIXACLI DO     *
      * DEV74P10) PASSARAM A GRAVAR HEADER DATADO E TRAILER COM        *
      * QUANTIDADE E TOTAL DE SALDO - ESTE PROGRAMA RELE UM DESSES     *
      * ARQUIVOS, RECONTA E RESSOMA OS DETALHES E CONFERE CONTRA O     *
      * TRAILER, PROVANDO QUE O ARQUIVO ESTA COMPLETO ANTES DA CARGA   *
      * NO DESTINO. PODE SER ENTREGUE AOS PARCEIROS E TAMBEM RODA NA   *
      * NOSSA PONTA LOGO APOS OS EXTRATORES.                           *
      * SYSIN: TIPO DO FEED - 'F' PARA OS ARQUIVOS FIXOS DE 80         *
      * POSICOES (DD FEEDFIX) OU 'D' PARA O DELIMITADO POR PIPE (DD    *
      * FEEDDEL).                                                      *
