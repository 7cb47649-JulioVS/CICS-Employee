      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SIGN-ON WINDOW ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESWNMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 WNTYPEL COMP  PIC  S9(4).
          02 WNTYPEF       PICTURE X.
          02 FILLER REDEFINES WNTYPEF.
             03 WNTYPEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WNTYPEI       PIC X(1).
          02 WNKEYL COMP   PIC  S9(4).
          02 WNKEYF        PICTURE X.
          02 FILLER REDEFINES WNKEYF.
             03 WNKEYA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WNKEYI        PIC X(8).
          02 WNDAYSL COMP  PIC  S9(4).
          02 WNDAYSF       PICTURE X.
          02 FILLER REDEFINES WNDAYSF.
             03 WNDAYSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WNDAYSI       PIC X(7).
          02 WNSTRTL COMP  PIC  S9(4).
          02 WNSTRTF       PICTURE X.
          02 FILLER REDEFINES WNSTRTF.
             03 WNSTRTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WNSTRTI       PIC X(4).
          02 WNENDL COMP   PIC  S9(4).
          02 WNENDF        PICTURE X.
          02 FILLER REDEFINES WNENDF.
             03 WNENDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WNENDI        PIC X(4).
          02 WNSTATL COMP  PIC  S9(4).
          02 WNSTATF       PICTURE X.
          02 FILLER REDEFINES WNSTATF.
             03 WNSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WNSTATI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESWNMO REDEFINES ESWNMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 WNTYPEC       PICTURE X.
          02 WNTYPEO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 WNKEYC        PICTURE X.
          02 WNKEYO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 WNDAYSC       PICTURE X.
          02 WNDAYSO       PIC X(7).
          02 FILLER        PICTURE X(3).
          02 WNSTRTC       PICTURE X.
          02 WNSTRTO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 WNENDC        PICTURE X.
          02 WNENDO        PIC X(4).
          02 FILLER        PICTURE X(3).
          02 WNSTATC       PICTURE X.
          02 WNSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
