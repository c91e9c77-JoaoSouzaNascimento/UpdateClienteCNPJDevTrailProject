      *---------------------------------------------------------*
      * ARQUIVO DE PARAMETROS DO RATING DE RISCO (DEVRSKPR) -    *
      * MANTIDO PELO CONTROLE DE CREDITO, LIDO PELO DEV61P10.   *
      * UM REGISTRO POR FATOR; REGISTRO COM '*' NA COLUNA 1 E   *
      * COMENTARIO. FATOR AUSENTE ASSUME O DEFAULT DO PROGRAMA. *
      *   PRM-FATOR    DORMENCIA - DIAS SEM COMPRA              *
      *                LIMITE    - BLOQUEIO DE CREDITO DA RAIZ  *
      *                RECEITA   - SITUACAO NA RECEITA FEDERAL  *
      *                VARIACAO  - OSCILACAO DO SALDO_CLI (R$)  *
      *                REJEICAO  - REJEICOES NA CARGA DIARIA    *
      *                RATING    - CORTES DE PONTOS DAS LETRAS  *
      *   PRM-PESO     PESO DO FATOR NA SOMA DE PONTOS          *
      *   PRM-JANELA   DIAS PARA TRAS (VARIACAO E REJEICAO)     *
      *   PRM-LIMIAR   LIMIARES DOS NIVEIS 1, 2 E 3 DO FATOR;   *
      *                NO REGISTRO RATING, PONTUACAO MAXIMA DAS *
      *                LETRAS A, B, C E D (ACIMA DISSO = E).    *
      * - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES                 *
      *---------------------------------------------------------*
      *
       01 PRM-REGISTRO.
            10 PRM-FATOR               PIC X(010).
            10 PRM-PESO                PIC 9(003).
            10 PRM-JANELA              PIC 9(003).
            10 PRM-LIMIAR              PIC 9(009) OCCURS 4 TIMES.
            10 FILLER                  PIC X(028).
      *
