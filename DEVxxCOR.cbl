      * SAI NO ARQUIVO DEV33SAI, NO LAYOUT PRF-DADOSCLI E COM O        *
      * HEADER/TRAILER QUE O DEV06P10 EXIGE, PRONTO PARA A PROXIMA     *
      * CARGA. O RELATORIO RLCORREJ SEPARA OS CORRIGIDOS DOS QUE       *
      * CONTINUAM PRECISANDO DE UMA PESSOA, MOSTRANDO PARA CADA UM O   *
      * MOTIVO PADRONIZADO DA REJEICAO DO DIA (ALUNO06.CLIENTPJ_REJ,    *
      * GRAVADO PELO DEV06P10).                                        *
      *----------------------------------------------------------------*
      *
       EXEC SQL INCLUDE CLIREJ END-EXEC.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       01 WRK-PROG-CNPJ            PIC X(8) VALUE 'DEV08P10'.
       01 WRK-PROG-DAT             PIC X(8) VALUE 'DEVCDATA'.
      *
      * MOTIVO DA REJEICAO DO DIA PARA O PAR CODIGOCLI+OPERACAO.
       01 WS-CODIGOCLI-HOST        PIC 9(007) VALUE ZEROS.
       01 WS-TIPOOPER-HOST         PIC X(001) VALUE SPACES.
       01 WS-COD-MOTIVO-HOST       PIC X(003) VALUE SPACES.
       01 WS-DESC-MOTIVO-HOST      PIC X(018) VALUE SPACES.
      *
       01 WS-DATA-PROCESSAMENTO    PIC 9(8).
       01 WS-REL-CTRL.
           WRITE REG-RLCORREJ FROM COR-CABEC1 AFTER ADVANCING PAGE
           WRITE REG-RLCORREJ FROM COR-CABEC2 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-REL-LINHA.
      *
      * MOTIVO DA REJEICAO DE HOJE DO REGISTRO CORRENTE, GRAVADO PELO
      * DEV06P10 EM ALUNO06.CLIENTPJ_REJ - A MAIS RECENTE DO DIA PARA
      * O PAR CODIGOCLI+OPERACAO. SEM LINHA, SAI SEM MOTIVO.
       7050-BUSCA-MOTIVO.
           MOVE PRF-CODIGOCLI TO WS-CODIGOCLI-HOST
           MOVE PRF-OPERACAO TO WS-TIPOOPER-HOST
           EXEC SQL
               SELECT COD_MOTIVO_REJ, DESC_MOTIVO_REJ
                 INTO :WS-COD-MOTIVO-HOST, :WS-DESC-MOTIVO-HOST
                 FROM ALUNO06.CLIENTPJ_REJ
                WHERE CODIGO_CLI = :WS-CODIGOCLI-HOST
                  AND TIPO_OPER_REJ = :WS-TIPOOPER-HOST
                  AND DATA_REJ = :WS-DATA-PROCESSAMENTO
                ORDER BY HORA_REJ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '---' TO WS-COD-MOTIVO-HOST
               MOVE 'NAO REGISTRADO' TO WS-DESC-MOTIVO-HOST
           END-IF.
      *
       7100-IMPRIME-CORRIGIDO.
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-BUSCA-MOTIVO
           MOVE WS-COD-MOTIVO-HOST TO COR-LD1-CODMOTIVO
           MOVE WS-DESC-MOTIVO-HOST TO COR-LD1-DESCMOTIVO
           MOVE PRF-CODIGOCLI TO COR-LD1-CODIGOCLI
           MOVE PRF-OPERACAO TO COR-LD1-OPERACAO
           MOVE PRF-RAZAOSOCIAL TO COR-LD1-RAZSOCIAL
           IF WS-REL-LINHA + 1 > WS-REL-MAX-LINHAS
               PERFORM 0500-IMPRIME-CABECALHO
           END-IF
           PERFORM 7050-BUSCA-MOTIVO
           MOVE WS-COD-MOTIVO-HOST TO COR-LD1-CODMOTIVO
           MOVE WS-DESC-MOTIVO-HOST TO COR-LD1-DESCMOTIVO
           MOVE PRF-CODIGOCLI TO COR-LD1-CODIGOCLI
           MOVE PRF-OPERACAO TO COR-LD1-OPERACAO
           MOVE PRF-RAZAOSOCIAL TO COR-LD1-RAZSOCIAL
