      *     NOME OU CNPJ NAO CASA COM UM CLIENTE UNICO E SAI APENAS NO *
      *     TOTAL DO OPERADOR).                                        *
      * E O RELATORIO QUE A AREA DE PRIVACIDADE DE DADOS REVISA.       *
      * A CONSULTA ONLINE (DEV70P10, TRANSACAO DV70) GRAVA O MESMO     *
      * LAYOUT PELA FILA TRANSIENTE DV22 - O DATASET DA FILA VEM       *
      * CONCATENADO AO DO BATCH NO DD DEV22LOG, E AS DUAS ORIGENS SAO  *
      * RESUMIDAS JUNTAS.                                              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
