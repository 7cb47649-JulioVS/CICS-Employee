      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BREAK-GLASS ELEVATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EBRKMI.
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
          02 UCATL COMP    PIC  S9(4).
          02 UCATF         PICTURE X.
          02 FILLER REDEFINES UCATF.
             03 UCATA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 UCATI         PIC X(3).
          02 BGMINSL COMP  PIC  S9(4).
          02 BGMINSF       PICTURE X.
          02 FILLER REDEFINES BGMINSF.
             03 BGMINSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BGMINSI       PIC X(3).
          02 REASONL COMP  PIC  S9(4).
          02 REASONF       PICTURE X.
          02 FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REASONI       PIC X(60).
          02 ELVUNTL COMP  PIC  S9(4).
          02 ELVUNTF       PICTURE X.
          02 FILLER REDEFINES ELVUNTF.
             03 ELVUNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ELVUNTI       PIC X(5).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EBRKMO REDEFINES EBRKMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 UCATC         PICTURE X.
          02 UCATO         PIC X(3).
          02 FILLER        PICTURE X(3).
          02 BGMINSC       PICTURE X.
          02 BGMINSO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 REASONC       PICTURE X.
          02 REASONO       PIC X(60).
          02 FILLER        PICTURE X(3).
          02 ELVUNTC       PICTURE X.
          02 ELVUNTO       PIC X(5).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
