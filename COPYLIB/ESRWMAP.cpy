      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RETURN-TO-WORK INTERVIEW' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESRWMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 EMPLIDL COMP  PIC  S9(4).
          02 EMPLIDF       PICTURE X.
          02 FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMPLIDI       PIC X(8).
          02 PRNAMEL COMP  PIC  S9(4).
          02 PRNAMEF       PICTURE X.
          02 FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PRNAMEI       PIC X(38).
          02 SKSTRTL COMP  PIC  S9(4).
          02 SKSTRTF       PICTURE X.
          02 FILLER REDEFINES SKSTRTF.
             03 SKSTRTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKSTRTI       PIC X(8).
          02 SKENDL COMP   PIC  S9(4).
          02 SKENDF        PICTURE X.
          02 FILLER REDEFINES SKENDF.
             03 SKENDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKENDI        PIC X(8).
          02 SKDAYSL COMP  PIC  S9(4).
          02 SKDAYSF       PICTURE X.
          02 FILLER REDEFINES SKDAYSF.
             03 SKDAYSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKDAYSI       PIC X(4).
          02 MGRIDL COMP   PIC  S9(4).
          02 MGRIDF        PICTURE X.
          02 FILLER REDEFINES MGRIDF.
             03 MGRIDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MGRIDI        PIC X(8).
          02 IVDATEL COMP  PIC  S9(4).
          02 IVDATEF       PICTURE X.
          02 FILLER REDEFINES IVDATEF.
             03 IVDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 IVDATEI       PIC X(8).
          02 OUTCOML COMP  PIC  S9(4).
          02 OUTCOMF       PICTURE X.
          02 FILLER REDEFINES OUTCOMF.
             03 OUTCOMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OUTCOMI       PIC X(1).
          02 REFERLL COMP  PIC  S9(4).
          02 REFERLF       PICTURE X.
          02 FILLER REDEFINES REFERLF.
             03 REFERLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REFERLI       PIC X(1).
          02 NOTESL COMP   PIC  S9(4).
          02 NOTESF        PICTURE X.
          02 FILLER REDEFINES NOTESF.
             03 NOTESA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NOTESI        PIC X(60).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESRWMO REDEFINES ESRWMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 SKSTRTC       PICTURE X.
          02 SKSTRTO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SKENDC        PICTURE X.
          02 SKENDO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SKDAYSC       PICTURE X.
          02 SKDAYSO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 MGRIDC        PICTURE X.
          02 MGRIDO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 IVDATEC       PICTURE X.
          02 IVDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 OUTCOMC       PICTURE X.
          02 OUTCOMO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 REFERLC       PICTURE X.
          02 REFERLO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 NOTESC        PICTURE X.
          02 NOTESO        PIC X(60).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
