      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PAY HISTORY' MAP.
      *      - ONE LINE PER PAY PERIOD, NEWEST FIRST - SAME
      *        CUSTOM-ARRAY APPROACH AS ELSTMAPM'S LIST LINES.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EPYHMI.
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
      *
      *   CUSTOM 16-ITEM ARRAY - ONE PAY PERIOD PER LINE.
      *
          02 PAY-LINEI OCCURS 16 TIMES INDEXED BY PAYI-INDEX.
             03 PAYLNL COMP
                           PIC  S9(4).
             03 PAYLNF     PICTURE X.
             03 FILLER REDEFINES PAYLNF.
                04 PAYLNA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 PAYLNI     PIC X(74).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EPYHMO REDEFINES EPYHMI.
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
      *
      *   CUSTOM 16-ITEM ARRAY - ONE PAY PERIOD PER LINE.
      *
          02 PAY-LINEO OCCURS 16 TIMES INDEXED BY PAYO-INDEX.
             03 FILLER     PICTURE X(3).
             03 PAYLNC     PICTURE X.
             03 PAYLNO     PIC X(74).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
