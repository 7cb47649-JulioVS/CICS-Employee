      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RIGHT-TO-WORK DOCUMENT' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ERTWMI.
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
          02 DOCTYPL COMP  PIC  S9(4).
          02 DOCTYPF       PICTURE X.
          02 FILLER REDEFINES DOCTYPF.
             03 DOCTYPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DOCTYPI       PIC X(2).
          02 DOCDSCL COMP  PIC  S9(4).
          02 DOCDSCF       PICTURE X.
          02 FILLER REDEFINES DOCDSCF.
             03 DOCDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DOCDSCI       PIC X(20).
          02 DOCNUML COMP  PIC  S9(4).
          02 DOCNUMF       PICTURE X.
          02 FILLER REDEFINES DOCNUMF.
             03 DOCNUMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DOCNUMI       PIC X(20).
          02 ISSDTEL COMP  PIC  S9(4).
          02 ISSDTEF       PICTURE X.
          02 FILLER REDEFINES ISSDTEF.
             03 ISSDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ISSDTEI       PIC X(10).
          02 EXPDTEL COMP  PIC  S9(4).
          02 EXPDTEF       PICTURE X.
          02 FILLER REDEFINES EXPDTEF.
             03 EXPDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXPDTEI       PIC X(10).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ERTWMO REDEFINES ERTWMI.
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
          02 DOCTYPC       PICTURE X.
          02 DOCTYPO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 DOCDSCC       PICTURE X.
          02 DOCDSCO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 DOCNUMC       PICTURE X.
          02 DOCNUMO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 ISSDTEC       PICTURE X.
          02 ISSDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 EXPDTEC       PICTURE X.
          02 EXPDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
