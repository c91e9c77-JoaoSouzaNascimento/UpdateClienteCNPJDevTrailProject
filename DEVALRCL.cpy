      *---------------------------------------------------------*
      * REGISTRO DE ALERTA PARA A FERRAMENTA DE MONITORACAO -   *
      * LAYOUT COMUM GRAVADO PELOS PROGRAMAS DE CONFERENCIA     *
      * (DEV06P10, DEV25P10, DEV30P10, DEV31P10, DEV57P10,      *
      * DEV62P10, DEV69P10, DEV73P10, DEV82P10, DEV83P10), PELA *
      * CRITICA DE CONGELAMENTO DEV76P10 (EM NOME DO PROGRAMA   *
      * RECUSADO OU FORCADO) E CONSOLIDADO PELO DEV51P10. UMA   *
      * LINHA POR OCORRENCIA: PROGRAMA, DATA, SEVERIDADE ('A'   *
      * ALERTA / 'E' ERRO), A CHAVE AFETADA (CODIGO DO CLIENTE, *
      * RAIZ DE CNPJ+FILIAL, ORIGEM DO ARQUIVO, 'GE' + CODIGO   *
      * DO GRUPO ECONOMICO, A DATA CONTABIL, O ANO DO           *
      * CALENDARIO OU O INICIO DA JANELA DE CONGELAMENTO) E O   *
      * MOTIVO EM TEXTO CURTO.                                  *
      * - ARQUIVO SEQUENCIAL - LRECL 80 POSICOES                *
      *---------------------------------------------------------*
      *
