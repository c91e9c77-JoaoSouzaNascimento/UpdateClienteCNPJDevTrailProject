      *
      *----------------------------------------------------------------*
      * MAPA SIMBOLICO DO MAPSET DEV70MS (MAPA DEV70M1) - CONSULTA     *
      * ONLINE DE CLIENTES PJ (DEV70P10). CORRESPONDE CAMPO A CAMPO AO *
      * FONTE BMS DEV70MS; ALTERAR OS DOIS JUNTOS.                     *
      *----------------------------------------------------------------*
      *
       01  DEV70M1I.
           02  FILLER PIC X(12).
           02  DATAL    COMP  PIC  S9(4).
           02  DATAF    PICTURE X.
           02  FILLER REDEFINES DATAF.
             03  DATAA    PICTURE X.
           02  DATAI  PIC X(010).
           02  CODIGOL  COMP  PIC  S9(4).
           02  CODIGOF  PICTURE X.
           02  FILLER REDEFINES CODIGOF.
             03  CODIGOA  PICTURE X.
           02  CODIGOI  PIC X(007).
           02  CNPJL    COMP  PIC  S9(4).
           02  CNPJF    PICTURE X.
           02  FILLER REDEFINES CNPJF.
             03  CNPJA    PICTURE X.
           02  CNPJI  PIC X(008).
           02  FILIALL  COMP  PIC  S9(4).
           02  FILIALF  PICTURE X.
           02  FILLER REDEFINES FILIALF.
             03  FILIALA  PICTURE X.
           02  FILIALI  PIC X(004).
           02  NOMEL    COMP  PIC  S9(4).
           02  NOMEF    PICTURE X.
           02  FILLER REDEFINES NOMEF.
             03  NOMEA    PICTURE X.
           02  NOMEI  PIC X(040).
           02  DCODL    COMP  PIC  S9(4).
           02  DCODF    PICTURE X.
           02  FILLER REDEFINES DCODF.
             03  DCODA    PICTURE X.
           02  DCODI  PIC X(007).
           02  DRAZL    COMP  PIC  S9(4).
           02  DRAZF    PICTURE X.
           02  FILLER REDEFINES DRAZF.
             03  DRAZA    PICTURE X.
           02  DRAZI  PIC X(040).
           02  DCNPJL   COMP  PIC  S9(4).
           02  DCNPJF   PICTURE X.
           02  FILLER REDEFINES DCNPJF.
             03  DCNPJA   PICTURE X.
           02  DCNPJI  PIC X(008).
           02  DFILL    COMP  PIC  S9(4).
           02  DFILF    PICTURE X.
           02  FILLER REDEFINES DFILF.
             03  DFILA    PICTURE X.
           02  DFILI  PIC X(004).
           02  DSITL    COMP  PIC  S9(4).
           02  DSITF    PICTURE X.
           02  FILLER REDEFINES DSITF.
             03  DSITA    PICTURE X.
           02  DSITI  PIC X(007).
           02  DDTINL   COMP  PIC  S9(4).
           02  DDTINF   PICTURE X.
           02  FILLER REDEFINES DDTINF.
             03  DDTINA   PICTURE X.
           02  DDTINI  PIC X(010).
           02  DSALDL   COMP  PIC  S9(4).
           02  DSALDF   PICTURE X.
           02  FILLER REDEFINES DSALDF.
             03  DSALDA   PICTURE X.
           02  DSALDI  PIC X(019).
           02  DVULTL   COMP  PIC  S9(4).
           02  DVULTF   PICTURE X.
           02  FILLER REDEFINES DVULTF.
             03  DVULTA   PICTURE X.
           02  DVULTI  PIC X(015).
           02  DDTULL   COMP  PIC  S9(4).
           02  DDTULF   PICTURE X.
           02  FILLER REDEFINES DDTULF.
             03  DDTULA   PICTURE X.
           02  DDTULI  PIC X(010).
           02  DDTATL   COMP  PIC  S9(4).
           02  DDTATF   PICTURE X.
           02  FILLER REDEFINES DDTATF.
             03  DDTATA   PICTURE X.
           02  DDTATI  PIC X(010).
           02  DEMAIL   COMP  PIC  S9(4).
           02  DEMAIF   PICTURE X.
           02  FILLER REDEFINES DEMAIF.
             03  DEMAIA   PICTURE X.
           02  DEMAII  PIC X(045).
           02  LTITL    COMP  PIC  S9(4).
           02  LTITF    PICTURE X.
           02  FILLER REDEFINES LTITF.
             03  LTITA    PICTURE X.
           02  LTITI  PIC X(060).
           02  LCABL    COMP  PIC  S9(4).
           02  LCABF    PICTURE X.
           02  FILLER REDEFINES LCABF.
             03  LCABA    PICTURE X.
           02  LCABI  PIC X(079).
           02  LINHAD OCCURS 10 TIMES.
             03  LINHAL    COMP  PIC  S9(4).
             03  LINHAF    PICTURE X.
             03  FILLER REDEFINES LINHAF.
               04  LINHAA    PICTURE X.
             03  LINHAI  PIC X(079).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03  MSGA     PICTURE X.
           02  MSGI  PIC X(078).
      *
       01  DEV70M1O REDEFINES DEV70M1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  CODIGOO  PIC X(007).
           02  FILLER PICTURE X(3).
           02  CNPJO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  FILIALO  PIC X(004).
           02  FILLER PICTURE X(3).
           02  NOMEO  PIC X(040).
           02  FILLER PICTURE X(3).
           02  DCODO  PIC X(007).
           02  FILLER PICTURE X(3).
           02  DRAZO  PIC X(040).
           02  FILLER PICTURE X(3).
           02  DCNPJO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  DFILO  PIC X(004).
           02  FILLER PICTURE X(3).
           02  DSITO  PIC X(007).
           02  FILLER PICTURE X(3).
           02  DDTINO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  DSALDO  PIC X(019).
           02  FILLER PICTURE X(3).
           02  DVULTO  PIC X(015).
           02  FILLER PICTURE X(3).
           02  DDTULO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  DDTATO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  DEMAIO  PIC X(045).
           02  FILLER PICTURE X(3).
           02  LTITO  PIC X(060).
           02  FILLER PICTURE X(3).
           02  LCABO  PIC X(079).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(3).
             03  LINHAO  PIC X(079).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(078).
      *
