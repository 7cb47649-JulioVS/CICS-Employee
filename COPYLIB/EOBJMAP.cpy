      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PERFORMANCE OBJECTIVES' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EOBJMI.
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
          02 CYCNAML COMP  PIC  S9(4).
          02 CYCNAMF       PICTURE X.
          02 FILLER REDEFINES CYCNAMF.
             03 CYCNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CYCNAMI       PIC X(20).
          02 OBJSEQL COMP  PIC  S9(4).
          02 OBJSEQF       PICTURE X.
          02 FILLER REDEFINES OBJSEQF.
             03 OBJSEQA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OBJSEQI       PIC X(2).
          02 OBJCNTL COMP  PIC  S9(4).
          02 OBJCNTF       PICTURE X.
          02 FILLER REDEFINES OBJCNTF.
             03 OBJCNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OBJCNTI       PIC X(2).
          02 TOTWGTL COMP  PIC  S9(4).
          02 TOTWGTF       PICTURE X.
          02 FILLER REDEFINES TOTWGTF.
             03 TOTWGTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TOTWGTI       PIC X(3).
          02 OBJTXTL COMP  PIC  S9(4).
          02 OBJTXTF       PICTURE X.
          02 FILLER REDEFINES OBJTXTF.
             03 OBJTXTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OBJTXTI       PIC X(60).
          02 WEIGHTL COMP  PIC  S9(4).
          02 WEIGHTF       PICTURE X.
          02 FILLER REDEFINES WEIGHTF.
             03 WEIGHTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WEIGHTI       PIC X(3).
          02 TGTDTL COMP   PIC  S9(4).
          02 TGTDTF        PICTURE X.
          02 FILLER REDEFINES TGTDTF.
             03 TGTDTA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TGTDTI        PIC X(8).
          02 MIDSTSL COMP  PIC  S9(4).
          02 MIDSTSF       PICTURE X.
          02 FILLER REDEFINES MIDSTSF.
             03 MIDSTSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MIDSTSI       PIC X(1).
          02 YERENDL COMP  PIC  S9(4).
          02 YERENDF       PICTURE X.
          02 FILLER REDEFINES YERENDF.
             03 YERENDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 YERENDI       PIC X(1).
          02 SETBYL COMP   PIC  S9(4).
          02 SETBYF        PICTURE X.
          02 FILLER REDEFINES SETBYF.
             03 SETBYA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SETBYI        PIC X(8).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EOBJMO REDEFINES EOBJMI.
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
          02 CYCNAMC       PICTURE X.
          02 CYCNAMO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 OBJSEQC       PICTURE X.
          02 OBJSEQO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 OBJCNTC       PICTURE X.
          02 OBJCNTO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 TOTWGTC       PICTURE X.
          02 TOTWGTO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 OBJTXTC       PICTURE X.
          02 OBJTXTO       PIC X(60).
          02 FILLER        PICTURE X(3).
          02 WEIGHTC       PICTURE X.
          02 WEIGHTO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 TGTDTC        PICTURE X.
          02 TGTDTO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 MIDSTSC       PICTURE X.
          02 MIDSTSO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 YERENDC       PICTURE X.
          02 YERENDO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 SETBYC        PICTURE X.
          02 SETBYO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
