      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MY OVERTIME CLAIM' SELF-SERVICE MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EOTQMI.
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
          02 PRNAMEL COMP  PIC  S9(4).
          02 PRNAMEF       PICTURE X.
          02 FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PRNAMEI       PIC X(38).
          02 TOILBLL COMP  PIC  S9(4).
          02 TOILBLF       PICTURE X.
          02 FILLER REDEFINES TOILBLF.
             03 TOILBLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TOILBLI       PIC X(20).
          02 OTDATEL COMP  PIC  S9(4).
          02 OTDATEF       PICTURE X.
          02 FILLER REDEFINES OTDATEF.
             03 OTDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OTDATEI       PIC X(10).
          02 OTHRSL COMP   PIC  S9(4).
          02 OTHRSF        PICTURE X.
          02 FILLER REDEFINES OTHRSF.
             03 OTHRSA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OTHRSI        PIC X(4).
          02 OTCOMPL COMP  PIC  S9(4).
          02 OTCOMPF       PICTURE X.
          02 FILLER REDEFINES OTCOMPF.
             03 OTCOMPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OTCOMPI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EOTQMO REDEFINES EOTQMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 TOILBLC       PICTURE X.
          02 TOILBLO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 OTDATEC       PICTURE X.
          02 OTDATEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 OTHRSC        PICTURE X.
          02 OTHRSO        PIC X(4).
          02 FILLER        PICTURE X(3).
          02 OTCOMPC       PICTURE X.
          02 OTCOMPO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
