      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MY APPROVALS' INBOX MAP.
      *      - ONE LINE PER ITEM WAITING ON THE SIGNED-ON USER, OLDEST
      *        FIRST - SAME CUSTOM-ARRAY APPROACH AS ELSTMAPM'S LIST
      *        LINES, WITH A ROW-NUMBER FIELD AS ON EORGMAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EINBMI.
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
          02 SELNOL COMP   PIC  S9(4).
          02 SELNOF        PICTURE X.
          02 FILLER REDEFINES SELNOF.
             03 SELNOA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SELNOI        PIC X(2).
      *
      *   CUSTOM 14-ITEM ARRAY - ONE WAITING ITEM PER LINE.
      *
          02 INB-LINEI OCCURS 14 TIMES INDEXED BY INBI-INDEX.
             03 INBLNL COMP
                           PIC  S9(4).
             03 INBLNF     PICTURE X.
             03 FILLER REDEFINES INBLNF.
                04 INBLNA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 INBLNI     PIC X(76).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EINBMO REDEFINES EINBMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SELNOC        PICTURE X.
          02 SELNOO        PIC X(2).
      *
      *   CUSTOM 14-ITEM ARRAY - ONE WAITING ITEM PER LINE.
      *
          02 INB-LINEO OCCURS 14 TIMES INDEXED BY INBO-INDEX.
             03 FILLER     PICTURE X(3).
             03 INBLNC     PICTURE X.
             03 INBLNO     PIC X(76).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
