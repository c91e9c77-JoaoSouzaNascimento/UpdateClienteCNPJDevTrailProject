      *
      *----------------------------------------------------------------*
      * DEFINICOES DO RELATORIO - DADOS DO TITULAR (LGPD) DE UMA RAIZ  *
      * DE CNPJ, COM OU SEM FILIAL (DEV78P10)                          *
      *----------------------------------------------------------------*
      *
       01  LGP-CABEC1.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 LGP-CB1-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(046) VALUE
           'RELATORIO DO TITULAR DE DADOS (LGPD) - CNPJ   '.
           10 FILLER                   PIC  X(005) VALUE
           'PAG. '.
           10 LGP-CB1-PAG              PIC  ZZ9.
      *
       01  LGP-CABEC2.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(011) VALUE
           'CNPJ RAIZ: '.
           10 LGP-CB2-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           '  FILIAL: '.
           10 LGP-CB2-FILIAL           PIC  X(005) VALUE SPACES.
           10 FILLER                   PIC  X(012) VALUE
           '  OPERADOR: '.
           10 LGP-CB2-OPERADOR         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           '  PROTOCOLO: '.
           10 LGP-CB2-PROTOCOLO        PIC  X(012) VALUE SPACES.
      *
       01  LGP-SECAO.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-SEC-TITULO           PIC  X(080) VALUE SPACES.
      *
      * RELACAO DOS CODIGOS DE CLIENTE DA RAIZ.
       01  LGP-COLUNAS1.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(006) VALUE
           'FILIAL'.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(060) VALUE
           'ANONIMIZACAO (DEV53P10)'.
      *
       01  LGP-LINDET1.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD1-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LGP-LD1-FILIAL           PIC  X(006) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LGP-LD1-ANONIMIZACAO     PIC  X(070) VALUE SPACES.
      *
      * CADASTRO - CLIENTPJ E CLIENTPJ_ARCH, TRES LINHAS POR CLIENTE.
       01  LGP-COLUNAS2.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(016) VALUE
           'CNPJ'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(050) VALUE
           'EMAIL'.
      *
       01  LGP-LINDET2.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD2-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD2-RAZSOCIAL        PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD2-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE '/'.
           10 LGP-LD2-FILIAL           PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE '-'.
           10 LGP-LD2-CTL              PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD2-EMAIL            PIC  X(050) VALUE SPACES.
      *
       01  LGP-LINDET3.
           10 FILLER                   PIC  X(011) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'SALDO '.
           10 LGP-LD3-SALDO            PIC  -9(011).99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(014) VALUE
           'VR.ULT.COMPRA '.
           10 LGP-LD3-VRULTCOMPRA      PIC  -9(009).99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(014) VALUE
           'DT.ULT.COMPRA '.
           10 LGP-LD3-DTULTCOMPRA      PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'ATUALIZ. '.
           10 LGP-LD3-DTATLZDADOS      PIC  X(010) VALUE SPACES.
      *
       01  LGP-LINDET4.
           10 FILLER                   PIC  X(011) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'INATIVA '.
           10 LGP-LD4-DTINATIVA        PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'AGENDA '.
           10 LGP-LD4-DTAGENDA         PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'ARQUIVADO '.
           10 LGP-LD4-DTARQUIVAMENTO   PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LGP-LD4-OBSERVACAO       PIC  X(060) VALUE SPACES.
      *
      * HISTORICO - CLIENTPJ_HIST E CLIENTPJ_HIST_ARCH, DUAS LINHAS
      * POR IMAGEM.
       01  LGP-COLUNAS5.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'SEQUENCIA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE
           'O/I'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'CNPJ'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           'SALDO'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'PROGRAMA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'USUARIO'.
      *
       01  LGP-LINDET5.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD5-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-SEQ              PIC  Z(008)9.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-OPER             PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE '/'.
           10 LGP-LD5-IMAGEM           PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-RAZSOCIAL        PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE '/'.
           10 LGP-LD5-FILIAL           PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-SALDO            PIC  -9(011).99.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-PROGRAMA         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD5-USUARIO          PIC  X(008) VALUE SPACES.
      *
       01  LGP-LINDET5A.
           10 FILLER                   PIC  X(011) VALUE SPACES.
           10 FILLER                   PIC  X(014) VALUE
           'VR.ULT.COMPRA '.
           10 LGP-L5A-VRULTCOMPRA      PIC  -9(009).99.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(014) VALUE
           'DT.ULT.COMPRA '.
           10 LGP-L5A-DTULTCOMPRA      PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(009) VALUE
           'ATUALIZ. '.
           10 LGP-L5A-DTATLZDADOS      PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'INATIVA '.
           10 LGP-L5A-DTINATIVA        PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'AGENDA '.
           10 LGP-L5A-DTAGENDA         PIC  X(010) VALUE SPACES.
      *
      * FOTOGRAFIAS DIARIAS - CLIENTPJ_SNAP, UMA LINHA POR DATA.
       01  LGP-COLUNAS6.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA FOTO'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'RAZAO SOCIAL'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(015) VALUE
           'SALDO'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(050) VALUE
           'EMAIL'.
      *
       01  LGP-LINDET6.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD6-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD6-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD6-RAZSOCIAL        PIC  X(040) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD6-SALDO            PIC  -9(011).99.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD6-EMAIL            PIC  X(050) VALUE SPACES.
      *
      * LOG DE ACESSO DAS CONSULTAS (DEV22LOG).
       01  LGP-COLUNAS7.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'HORA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'OPERADOR'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(013) VALUE
           'CNPJ'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(004) VALUE
           'HIST'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'TRECHO DE RAZAO SOCIAL PESQUISADO'.
      *
       01  LGP-LINDET7.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD7-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD7-HORA             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD7-OPERADOR         PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD7-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD7-CNPJ             PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE '/'.
           10 LGP-LD7-FILIAL           PIC  X(004) VALUE SPACES.
           10 FILLER                   PIC  X(002) VALUE SPACES.
           10 LGP-LD7-HISTORICO        PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD7-RAZSOCIAL        PIC  X(040) VALUE SPACES.
      *
      * NOTIFICACOES ENVIADAS (NOTIFCLI) - DUAS LINHAS POR AVISO.
       01  LGP-COLUNAS8.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 FILLER                   PIC  X(010) VALUE
           'DATA'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(007) VALUE
           'CODIGO.'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(024) VALUE
           'EVENTO'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(008) VALUE
           'CANAL'.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 FILLER                   PIC  X(040) VALUE
           'DESTINATARIO / DADOS DE CONTATO USADOS'.
      *
       01  LGP-LINDET8.
           10 FILLER                   PIC  X(003) VALUE SPACES.
           10 LGP-LD8-DATA             PIC  X(010) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD8-CODIGOCLI        PIC  9(007) VALUE ZEROS.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD8-EVENTO           PIC  X(024) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD8-CANAL            PIC  X(008) VALUE SPACES.
           10 FILLER                   PIC  X(001) VALUE SPACES.
           10 LGP-LD8-DESTINATARIO     PIC  X(040) VALUE SPACES.
      *
       01  LGP-LINDET9.
           10 FILLER                   PIC  X(056) VALUE SPACES.
           10 LGP-LD9-CONTATO          PIC  X(076) VALUE SPACES.
      *
       01  LGP-MENSAGEM.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 LGP-MSG-TEXTO            PIC  X(100) VALUE SPACES.
      *
       01  LGP-TOTAL.
           10 FILLER                   PIC  X(005) VALUE SPACES.
           10 LGP-TOT-ORIGEM           PIC  X(040) VALUE SPACES.
           10 LGP-TOT-QTDE             PIC  ZZZ,ZZ9.
      *
