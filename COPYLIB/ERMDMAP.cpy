      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FOLLOW-UP REMINDERS' MAP.
      *      - ONE LINE PER DUE REMINDER, OLDEST DUE FIRST - SAME
      *        CUSTOM-ARRAY APPROACH AS ENOTMAP'S NOTE LINES.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ERMDMI.
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
          02 DUEDTL COMP   PIC  S9(4).
          02 DUEDTF        PICTURE X.
          02 FILLER REDEFINES DUEDTF.
             03 DUEDTA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DUEDTI        PIC X(8).
          02 EMPLIDL COMP  PIC  S9(4).
          02 EMPLIDF       PICTURE X.
          02 FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMPLIDI       PIC X(8).
          02 RMDTXTL COMP  PIC  S9(4).
          02 RMDTXTF       PICTURE X.
          02 FILLER REDEFINES RMDTXTF.
             03 RMDTXTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RMDTXTI       PIC X(50).
          02 LINENOL COMP  PIC  S9(4).
          02 LINENOF       PICTURE X.
          02 FILLER REDEFINES LINENOF.
             03 LINENOA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LINENOI       PIC X(2).
      *
      *   CUSTOM 10-ITEM ARRAY - ONE REMINDER PER LINE.
      *
          02 RML-LINEI OCCURS 10 TIMES INDEXED BY RMLI-INDEX.
             03 RMLNL COMP
                           PIC  S9(4).
             03 RMLNF      PICTURE X.
             03 FILLER REDEFINES RMLNF.
                04 RMLNA   PICTURE X.
             03 FILLER     PICTURE X(1).
             03 RMLNI      PIC X(78).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ERMDMO REDEFINES ERMDMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 DUEDTC        PICTURE X.
          02 DUEDTO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 RMDTXTC       PICTURE X.
          02 RMDTXTO       PIC X(50).
          02 FILLER        PICTURE X(3).
          02 LINENOC       PICTURE X.
          02 LINENOO       PIC X(2).
      *
      *   CUSTOM 10-ITEM ARRAY - ONE REMINDER PER LINE.
      *
          02 RML-LINEO OCCURS 10 TIMES INDEXED BY RMLO-INDEX.
             03 FILLER     PICTURE X(3).
             03 RMLNC      PICTURE X.
             03 RMLNO      PIC X(78).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
