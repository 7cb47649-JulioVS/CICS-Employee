      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'DISCIPLINARY AND GRIEVANCE CASES' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ECASMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 LOGDINL COMP  PIC  S9(4).
          02 LOGDINF       PICTURE X.
          02 FILLER REDEFINES LOGDINF.
             03 LOGDINA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOGDINI       PIC X(8).
          02 EMPLIDL COMP  PIC  S9(4).
          02 EMPLIDF       PICTURE X.
          02 FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMPLIDI       PIC X(8).
          02 CASENOL COMP  PIC  S9(4).
          02 CASENOF       PICTURE X.
          02 FILLER REDEFINES CASENOF.
             03 CASENOA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CASENOI       PIC X(4).
          02 PRNAMEL COMP  PIC  S9(4).
          02 PRNAMEF       PICTURE X.
          02 FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PRNAMEI       PIC X(38).
          02 CTYPEL COMP   PIC  S9(4).
          02 CTYPEF        PICTURE X.
          02 FILLER REDEFINES CTYPEF.
             03 CTYPEA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CTYPEI        PIC X(1).
          02 CTYDSCL COMP  PIC  S9(4).
          02 CTYDSCF       PICTURE X.
          02 FILLER REDEFINES CTYDSCF.
             03 CTYDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CTYDSCI       PIC X(12).
          02 CSTAGEL COMP  PIC  S9(4).
          02 CSTAGEF       PICTURE X.
          02 FILLER REDEFINES CSTAGEF.
             03 CSTAGEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CSTAGEI       PIC X(1).
          02 STGDSCL COMP  PIC  S9(4).
          02 STGDSCF       PICTURE X.
          02 FILLER REDEFINES STGDSCF.
             03 STGDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 STGDSCI       PIC X(13).
          02 SUMMRYL COMP  PIC  S9(4).
          02 SUMMRYF       PICTURE X.
          02 FILLER REDEFINES SUMMRYF.
             03 SUMMRYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SUMMRYI       PIC X(40).
          02 OPNDTEL COMP  PIC  S9(4).
          02 OPNDTEF       PICTURE X.
          02 FILLER REDEFINES OPNDTEF.
             03 OPNDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OPNDTEI       PIC X(10).
          02 INVDUEL COMP  PIC  S9(4).
          02 INVDUEF       PICTURE X.
          02 FILLER REDEFINES INVDUEF.
             03 INVDUEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 INVDUEI       PIC X(10).
          02 HRGDUEL COMP  PIC  S9(4).
          02 HRGDUEF       PICTURE X.
          02 FILLER REDEFINES HRGDUEF.
             03 HRGDUEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 HRGDUEI       PIC X(10).
          02 OUTDUEL COMP  PIC  S9(4).
          02 OUTDUEF       PICTURE X.
          02 FILLER REDEFINES OUTDUEF.
             03 OUTDUEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OUTDUEI       PIC X(10).
          02 APLDUEL COMP  PIC  S9(4).
          02 APLDUEF       PICTURE X.
          02 FILLER REDEFINES APLDUEF.
             03 APLDUEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APLDUEI       PIC X(10).
          02 OUTCOML COMP  PIC  S9(4).
          02 OUTCOMF       PICTURE X.
          02 FILLER REDEFINES OUTCOMF.
             03 OUTCOMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OUTCOMI       PIC X(2).
          02 OUTDSCL COMP  PIC  S9(4).
          02 OUTDSCF       PICTURE X.
          02 FILLER REDEFINES OUTDSCF.
             03 OUTDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OUTDSCI       PIC X(22).
          02 CLSDTEL COMP  PIC  S9(4).
          02 CLSDTEF       PICTURE X.
          02 FILLER REDEFINES CLSDTEF.
             03 CLSDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CLSDTEI       PIC X(10).
          02 CASESTL COMP  PIC  S9(4).
          02 CASESTF       PICTURE X.
          02 FILLER REDEFINES CASESTF.
             03 CASESTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CASESTI       PIC X(40).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ECASMO REDEFINES ECASMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 CASENOC       PICTURE X.
          02 CASENOO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 CTYPEC        PICTURE X.
          02 CTYPEO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 CTYDSCC       PICTURE X.
          02 CTYDSCO       PIC X(12).
          02 FILLER        PICTURE X(3).
          02 CSTAGEC       PICTURE X.
          02 CSTAGEO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 STGDSCC       PICTURE X.
          02 STGDSCO       PIC X(13).
          02 FILLER        PICTURE X(3).
          02 SUMMRYC       PICTURE X.
          02 SUMMRYO       PIC X(40).
          02 FILLER        PICTURE X(3).
          02 OPNDTEC       PICTURE X.
          02 OPNDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 INVDUEC       PICTURE X.
          02 INVDUEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 HRGDUEC       PICTURE X.
          02 HRGDUEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 OUTDUEC       PICTURE X.
          02 OUTDUEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 APLDUEC       PICTURE X.
          02 APLDUEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 OUTCOMC       PICTURE X.
          02 OUTCOMO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 OUTDSCC       PICTURE X.
          02 OUTDSCO       PIC X(22).
          02 FILLER        PICTURE X(3).
          02 CLSDTEC       PICTURE X.
          02 CLSDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 CASESTC       PICTURE X.
          02 CASESTO       PIC X(40).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
