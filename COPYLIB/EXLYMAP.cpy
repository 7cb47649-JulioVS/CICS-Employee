      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EXTRACT LAYOUT ADMINISTRATION' MAP.
      *      - TWELVE FIELD-CODE SLOTS, FILLED IN OUTPUT ORDER.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EXLYMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 LAYNML COMP   PIC  S9(4).
          02 LAYNMF        PICTURE X.
          02 FILLER REDEFINES LAYNMF.
             03 LAYNMA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LAYNMI        PIC X(8).
          02 LAYDSCL COMP  PIC  S9(4).
          02 LAYDSCF       PICTURE X.
          02 FILLER REDEFINES LAYDSCF.
             03 LAYDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LAYDSCI       PIC X(30).
          02 LAYFMTL COMP  PIC  S9(4).
          02 LAYFMTF       PICTURE X.
          02 FILLER REDEFINES LAYFMTF.
             03 LAYFMTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LAYFMTI       PIC X(1).
          02 FLD-LINEI OCCURS 12 TIMES INDEXED BY FLDI-INDEX.
             03 FLDCDL COMP
                           PIC  S9(4).
             03 FLDCDF     PICTURE X.
             03 FILLER REDEFINES FLDCDF.
                04 FLDCDA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 FLDCDI     PIC X(5).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EXLYMO REDEFINES EXLYMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LAYNMC        PICTURE X.
          02 LAYNMO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 LAYDSCC       PICTURE X.
          02 LAYDSCO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 LAYFMTC       PICTURE X.
          02 LAYFMTO       PIC X(1).
          02 FLD-LINEO OCCURS 12 TIMES INDEXED BY FLDO-INDEX.
             03 FILLER     PICTURE X(3).
             03 FLDCDC     PICTURE X.
             03 FLDCDO     PIC X(5).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
