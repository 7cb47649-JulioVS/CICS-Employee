      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORK-LOCATION TABLE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ELOCMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 LOCODEL COMP  PIC  S9(4).
          02 LOCODEF       PICTURE X.
          02 FILLER REDEFINES LOCODEF.
             03 LOCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOCODEI       PIC X(6).
          02 LONAMEL COMP  PIC  S9(4).
          02 LONAMEF       PICTURE X.
          02 FILLER REDEFINES LONAMEF.
             03 LONAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LONAMEI       PIC X(30).
          02 LOADDRL COMP  PIC  S9(4).
          02 LOADDRF       PICTURE X.
          02 FILLER REDEFINES LOADDRF.
             03 LOADDRA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOADDRI       PIC X(30).
          02 LOSTATL COMP  PIC  S9(4).
          02 LOSTATF       PICTURE X.
          02 FILLER REDEFINES LOSTATF.
             03 LOSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOSTATI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ELOCMO REDEFINES ELOCMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOCODEC       PICTURE X.
          02 LOCODEO       PIC X(6).
          02 FILLER        PICTURE X(3).
          02 LONAMEC       PICTURE X.
          02 LONAMEO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 LOADDRC       PICTURE X.
          02 LOADDRO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 LOSTATC       PICTURE X.
          02 LOSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
