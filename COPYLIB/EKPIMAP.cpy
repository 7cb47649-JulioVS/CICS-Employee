      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'HR KPI SCORECARD' MAP.
      *      - FOUR SUMMARY LINES FOR THE SCOPE ON SHOW, THEN ONE LINE
      *        PER DEPARTMENT DIRECTLY BENEATH IT - SAME CUSTOM-ARRAY
      *        APPROACH AS EORGMAP'S DEPARTMENT LINES.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EKPIMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 LEVLINL COMP  PIC  S9(4).
          02 LEVLINF       PICTURE X.
          02 FILLER REDEFINES LEVLINF.
             03 LEVLINA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LEVLINI       PIC X(63).
      *
      *   CUSTOM 4-ITEM ARRAY - THE SCOPE'S OWN FIGURES.
      *
          02 SUM-LINEI OCCURS 4 TIMES INDEXED BY SUMI-INDEX.
             03 SUMLNL COMP
                           PIC  S9(4).
             03 SUMLNF     PICTURE X.
             03 FILLER REDEFINES SUMLNF.
                04 SUMLNA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 SUMLNI     PIC X(76).
          02 SELNOL COMP   PIC  S9(4).
          02 SELNOF        PICTURE X.
          02 FILLER REDEFINES SELNOF.
             03 SELNOA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SELNOI        PIC X(2).
      *
      *   CUSTOM 12-ITEM ARRAY - ONE DEPARTMENT PER LINE.
      *
          02 KPI-LINEI OCCURS 12 TIMES INDEXED BY KPII-INDEX.
             03 KPILNL COMP
                           PIC  S9(4).
             03 KPILNF     PICTURE X.
             03 FILLER REDEFINES KPILNF.
                04 KPILNA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 KPILNI     PIC X(76).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EKPIMO REDEFINES EKPIMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LEVLINC       PICTURE X.
          02 LEVLINO       PIC X(63).
      *
      *   CUSTOM 4-ITEM ARRAY - THE SCOPE'S OWN FIGURES.
      *
          02 SUM-LINEO OCCURS 4 TIMES INDEXED BY SUMO-INDEX.
             03 FILLER     PICTURE X(3).
             03 SUMLNC     PICTURE X.
             03 SUMLNO     PIC X(76).
          02 FILLER        PICTURE X(3).
          02 SELNOC        PICTURE X.
          02 SELNOO        PIC X(2).
      *
      *   CUSTOM 12-ITEM ARRAY - ONE DEPARTMENT PER LINE.
      *
          02 KPI-LINEO OCCURS 12 TIMES INDEXED BY KPIO-INDEX.
             03 FILLER     PICTURE X(3).
             03 KPILNC     PICTURE X.
             03 KPILNO     PIC X(76).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
