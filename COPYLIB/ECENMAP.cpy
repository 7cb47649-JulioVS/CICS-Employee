      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'CONTRACTOR ENGAGEMENT' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ECENMI.
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
          02 AGENCYL COMP  PIC  S9(4).
          02 AGENCYF       PICTURE X.
          02 FILLER REDEFINES AGENCYF.
             03 AGENCYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 AGENCYI       PIC X(30).
          02 PONUML COMP   PIC  S9(4).
          02 PONUMF        PICTURE X.
          02 FILLER REDEFINES PONUMF.
             03 PONUMA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PONUMI        PIC X(12).
          02 DAYRTL COMP   PIC  S9(4).
          02 DAYRTF        PICTURE X.
          02 FILLER REDEFINES DAYRTF.
             03 DAYRTA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DAYRTI        PIC X(10).
          02 STDATEL COMP  PIC  S9(4).
          02 STDATEF       PICTURE X.
          02 FILLER REDEFINES STDATEF.
             03 STDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 STDATEI       PIC X(8).
          02 ENDATEL COMP  PIC  S9(4).
          02 ENDATEF       PICTURE X.
          02 FILLER REDEFINES ENDATEF.
             03 ENDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENDATEI       PIC X(8).
          02 POVALL COMP   PIC  S9(4).
          02 POVALF        PICTURE X.
          02 FILLER REDEFINES POVALF.
             03 POVALA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 POVALI        PIC X(12).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ECENMO REDEFINES ECENMI.
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
          02 AGENCYC       PICTURE X.
          02 AGENCYO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 PONUMC        PICTURE X.
          02 PONUMO        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 DAYRTC        PICTURE X.
          02 DAYRTO        PIC X(10).
          02 FILLER        PICTURE X(3).
          02 STDATEC       PICTURE X.
          02 STDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 ENDATEC       PICTURE X.
          02 ENDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 POVALC        PICTURE X.
          02 POVALO        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
