      *----------------------------------------------------------------*
      * TABELA DE MOTIVOS PADRONIZADOS DE REJEICAO DA CARGA DIARIA     *
      * (DEV06P10). CADA TEXTO GRAVADO EM WS-MOTIVO-ERRO / LD2 DO      *
      * RLINCONS TEM UM CODIGO FIXO DE 3 POSICOES, QUE E O QUE FICA    *
      * REGISTRADO EM ALUNO06.CLIENTPJ_REJ E E USADO PELO AGING        *
      * (DEV18P10), PELA AUTOCORRECAO (DEV33P10) E PELO PARETO MENSAL  *
      * (DEV55P10). CODIGO 'R99' = MOTIVO NAO CATALOGADO - UM TEXTO    *
      * NOVO EM WS-MOTIVO-ERRO DEVE SER INCLUIDO AQUI COM CODIGO NOVO. *
      *----------------------------------------------------------------*
      *
       01 MOT-LISTA-MOTIVOS.
          05 FILLER PIC X(021) VALUE
             'R01ERRO NUM. CLIENTE '.
          05 FILLER PIC X(021) VALUE
             'R02ERRO NUM CLIENTE  '.
          05 FILLER PIC X(021) VALUE
             'R03CHAVE DUPLICADA   '.
          05 FILLER PIC X(021) VALUE
             'R04OPERACAO INVALIDA '.
          05 FILLER PIC X(021) VALUE
             'R05ERRO RAZAO SOCIAL '.
          05 FILLER PIC X(021) VALUE
             'R06ERRO CNPJ         '.
          05 FILLER PIC X(021) VALUE
             'R07CNPJ EM BRANCO    '.
          05 FILLER PIC X(021) VALUE
             'R08CONTROLE INVALIDO '.
          05 FILLER PIC X(021) VALUE
             'R09DIG VERIF INVALIDO'.
          05 FILLER PIC X(021) VALUE
             'R10ERRO FILIAL       '.
          05 FILLER PIC X(021) VALUE
             'R11CNPJ DUPLICADO    '.
          05 FILLER PIC X(021) VALUE
             'R12ERRO VALOR        '.
          05 FILLER PIC X(021) VALUE
             'R13ERRO DATA INVALIDA'.
          05 FILLER PIC X(021) VALUE
             'R14ERRO DATA FUTURA  '.
          05 FILLER PIC X(021) VALUE
             'R15ERRO NAO E HOJE   '.
          05 FILLER PIC X(021) VALUE
             'R16ERRO CLI ALTERADO '.
          05 FILLER PIC X(021) VALUE
             'R17ERRO COD PERDEDOR '.
          05 FILLER PIC X(021) VALUE
             'R18NENHUMA FILIAL    '.
          05 FILLER PIC X(021) VALUE
             'R19SEM AGENDAMENTO   '.
          05 FILLER PIC X(021) VALUE
             'R20ERRO INSERT       '.
          05 FILLER PIC X(021) VALUE
             'R21ERRO UPDATE       '.
          05 FILLER PIC X(021) VALUE
             'R22ERRO DELETE       '.
          05 FILLER PIC X(021) VALUE
             'R23FORA DE SEQUENCIA '.
          05 FILLER PIC X(021) VALUE
             'R24BLOQUEIO CREDITO  '.
       01 MOT-TAB-MOTIVOS             REDEFINES MOT-LISTA-MOTIVOS.
          05 MOT-TAB-ENTRADA          OCCURS 24 TIMES
                                      INDEXED BY IDX-MOT.
             10 MOT-TAB-CODIGO        PIC X(003).
             10 MOT-TAB-TEXTO         PIC X(018).
      *
       01 MOT-COD-NAO-CATALOGADO      PIC X(003) VALUE 'R99'.
