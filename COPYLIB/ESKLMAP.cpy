      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SKILL TABLE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESKLMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 SKCODEL COMP  PIC  S9(4).
          02 SKCODEF       PICTURE X.
          02 FILLER REDEFINES SKCODEF.
             03 SKCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKCODEI       PIC X(8).
          02 SKDESCL COMP  PIC  S9(4).
          02 SKDESCF       PICTURE X.
          02 FILLER REDEFINES SKDESCF.
             03 SKDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKDESCI       PIC X(29).
          02 SKCATL COMP   PIC  S9(4).
          02 SKCATF        PICTURE X.
          02 FILLER REDEFINES SKCATF.
             03 SKCATA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKCATI        PIC X(1).
          02 SKSTATL COMP  PIC  S9(4).
          02 SKSTATF       PICTURE X.
          02 FILLER REDEFINES SKSTATF.
             03 SKSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKSTATI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESKLMO REDEFINES ESKLMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 SKCODEC       PICTURE X.
          02 SKCODEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SKDESCC       PICTURE X.
          02 SKDESCO       PIC X(29).
          02 FILLER        PICTURE X(3).
          02 SKCATC        PICTURE X.
          02 SKCATO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 SKSTATC       PICTURE X.
          02 SKSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
