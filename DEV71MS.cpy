      *
      *----------------------------------------------------------------*
      * MAPA SIMBOLICO DO MAPSET DEV71MS (MAPA DEV71M1) - DIGITACAO DE *
      * MOVIMENTOS DADOSCLI (DEV71P10). CORRESPONDE CAMPO A CAMPO AO   *
      * FONTE BMS DEV71MS; ALTERAR OS DOIS JUNTOS.                     *
      *----------------------------------------------------------------*
      *
       01  DEV71M1I.
           02  FILLER PIC X(12).
           02  DATAL    COMP  PIC  S9(4).
           02  DATAF    PICTURE X.
           02  FILLER REDEFINES DATAF.
             03  DATAA    PICTURE X.
           02  DATAI  PIC X(010).
           02  OPERL    COMP  PIC  S9(4).
           02  OPERF    PICTURE X.
           02  FILLER REDEFINES OPERF.
             03  OPERA    PICTURE X.
           02  OPERI  PIC X(001).
           02  CODIGOL  COMP  PIC  S9(4).
           02  CODIGOF  PICTURE X.
           02  FILLER REDEFINES CODIGOF.
             03  CODIGOA  PICTURE X.
           02  CODIGOI  PIC X(007).
           02  RAZAOL   COMP  PIC  S9(4).
           02  RAZAOF   PICTURE X.
           02  FILLER REDEFINES RAZAOF.
             03  RAZAOA   PICTURE X.
           02  RAZAOI  PIC X(040).
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
           02  CTRLL    COMP  PIC  S9(4).
           02  CTRLF    PICTURE X.
           02  FILLER REDEFINES CTRLF.
             03  CTRLA    PICTURE X.
           02  CTRLI  PIC X(002).
           02  VCOMPL   COMP  PIC  S9(4).
           02  VCOMPF   PICTURE X.
           02  FILLER REDEFINES VCOMPF.
             03  VCOMPA   PICTURE X.
           02  VCOMPI  PIC X(011).
           02  VCOMCL   COMP  PIC  S9(4).
           02  VCOMCF   PICTURE X.
           02  FILLER REDEFINES VCOMCF.
             03  VCOMCA   PICTURE X.
           02  VCOMCI  PIC X(002).
           02  DTOPERL  COMP  PIC  S9(4).
           02  DTOPERF  PICTURE X.
           02  FILLER REDEFINES DTOPERF.
             03  DTOPERA  PICTURE X.
           02  DTOPERI  PIC X(008).
           02  SINALL   COMP  PIC  S9(4).
           02  SINALF   PICTURE X.
           02  FILLER REDEFINES SINALF.
             03  SINALA   PICTURE X.
           02  SINALI  PIC X(001).
           02  VAJUSL   COMP  PIC  S9(4).
           02  VAJUSF   PICTURE X.
           02  FILLER REDEFINES VAJUSF.
             03  VAJUSA   PICTURE X.
           02  VAJUSI  PIC X(009).
           02  VAJUCL   COMP  PIC  S9(4).
           02  VAJUCF   PICTURE X.
           02  FILLER REDEFINES VAJUCF.
             03  VAJUCA   PICTURE X.
           02  VAJUCI  PIC X(002).
           02  EMAILL   COMP  PIC  S9(4).
           02  EMAILF   PICTURE X.
           02  FILLER REDEFINES EMAILF.
             03  EMAILA   PICTURE X.
           02  EMAILI  PIC X(050).
           02  LDATAL   COMP  PIC  S9(4).
           02  LDATAF   PICTURE X.
           02  FILLER REDEFINES LDATAF.
             03  LDATAA   PICTURE X.
           02  LDATAI  PIC X(010).
           02  LQTDEL   COMP  PIC  S9(4).
           02  LQTDEF   PICTURE X.
           02  FILLER REDEFINES LQTDEF.
             03  LQTDEA   PICTURE X.
           02  LQTDEI  PIC X(005).
           02  EXCLL    COMP  PIC  S9(4).
           02  EXCLF    PICTURE X.
           02  FILLER REDEFINES EXCLF.
             03  EXCLA    PICTURE X.
           02  EXCLI  PIC X(005).
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
           02  LINHAD OCCURS 8 TIMES.
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
       01  DEV71M1O REDEFINES DEV71M1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  OPERO  PIC X(001).
           02  FILLER PICTURE X(3).
           02  CODIGOO  PIC X(007).
           02  FILLER PICTURE X(3).
           02  RAZAOO  PIC X(040).
           02  FILLER PICTURE X(3).
           02  CNPJO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  FILIALO  PIC X(004).
           02  FILLER PICTURE X(3).
           02  CTRLO  PIC X(002).
           02  FILLER PICTURE X(3).
           02  VCOMPO  PIC X(011).
           02  FILLER PICTURE X(3).
           02  VCOMCO  PIC X(002).
           02  FILLER PICTURE X(3).
           02  DTOPERO  PIC X(008).
           02  FILLER PICTURE X(3).
           02  SINALO  PIC X(001).
           02  FILLER PICTURE X(3).
           02  VAJUSO  PIC X(009).
           02  FILLER PICTURE X(3).
           02  VAJUCO  PIC X(002).
           02  FILLER PICTURE X(3).
           02  EMAILO  PIC X(050).
           02  FILLER PICTURE X(3).
           02  LDATAO  PIC X(010).
           02  FILLER PICTURE X(3).
           02  LQTDEO  PIC X(005).
           02  FILLER PICTURE X(3).
           02  EXCLO  PIC X(005).
           02  FILLER PICTURE X(3).
           02  LTITO  PIC X(060).
           02  FILLER PICTURE X(3).
           02  LCABO  PIC X(079).
           02  DFHMS1 OCCURS 8 TIMES.
             03  FILLER PICTURE X(3).
             03  LINHAO  PIC X(079).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(078).
      *
