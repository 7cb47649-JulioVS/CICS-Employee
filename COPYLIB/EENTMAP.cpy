      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'LEGAL-ENTITY TABLE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EENTMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 ENTCDL COMP   PIC  S9(4).
          02 ENTCDF        PICTURE X.
          02 FILLER REDEFINES ENTCDF.
             03 ENTCDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENTCDI        PIC X(4).
          02 ENTNML COMP   PIC  S9(4).
          02 ENTNMF        PICTURE X.
          02 FILLER REDEFINES ENTNMF.
             03 ENTNMA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENTNMI        PIC X(30).
          02 ENTREGL COMP  PIC  S9(4).
          02 ENTREGF       PICTURE X.
          02 FILLER REDEFINES ENTREGF.
             03 ENTREGA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENTREGI       PIC X(15).
          02 ENTBURL COMP  PIC  S9(4).
          02 ENTBURF       PICTURE X.
          02 FILLER REDEFINES ENTBURF.
             03 ENTBURA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENTBURI       PIC X(20).
          02 ENTSTL COMP   PIC  S9(4).
          02 ENTSTF        PICTURE X.
          02 FILLER REDEFINES ENTSTF.
             03 ENTSTA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENTSTI        PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EENTMO REDEFINES EENTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 ENTCDC        PICTURE X.
          02 ENTCDO        PIC X(4).
          02 FILLER        PICTURE X(3).
          02 ENTNMC        PICTURE X.
          02 ENTNMO        PIC X(30).
          02 FILLER        PICTURE X(3).
          02 ENTREGC       PICTURE X.
          02 ENTREGO       PIC X(15).
          02 FILLER        PICTURE X(3).
          02 ENTBURC       PICTURE X.
          02 ENTBURO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 ENTSTC        PICTURE X.
          02 ENTSTO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
