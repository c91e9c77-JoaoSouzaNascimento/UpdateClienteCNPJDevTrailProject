      *---------------------------------------------------------*
      * REGISTROS DE CONTROLE (HEADER/TRAILER) DOS FEEDS DE     *
      * SAIDA DE 80 POSICOES (EXTRCLI DO DEV15P10, CDCCLI DO    *
      * DEV16P10 E BAIXACLI DO DEV74P10) - O PRIMEIRO REGISTRO  *
      * DO ARQUIVO E O HEADER ('H' + DATA DE GERACAO) E O       *
      * ULTIMO E O TRAILER ('T' + QUANTIDADE DE DETALHES +      *
      * TOTAL DE SALDO), PARA QUE O CONSUMIDOR (E O VERIFICADOR *
      * DEV46P10) PROVE QUE O ARQUIVO CHEGOU COMPLETO. OS       *
      * DETALHES COMECAM SEMPRE COM DIGITO (CODIGO DO CLIENTE), *
      * ENTAO O TIPO NA PRIMEIRA POSICAO DISTINGUE OS CONTROLES *
      * SEM AMBIGUIDADE.                                        *
      *---------------------------------------------------------*
      *
       01 FEE-HEADER.
