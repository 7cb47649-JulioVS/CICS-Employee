      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'APPRAISAL CYCLE CONTROL' MAP.
      *      - ONE CONTROL RECORD: CYCLE NAME, THE APPRAISAL
      *        WINDOW'S START AND END DATES AND THE DATE OBJECTIVES
      *        MUST BE SET BY (ALL YYYYMMDD).
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
             03 CYENDDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CYENDDI       PIC X(8).
          02 OBJDUEL COMP  PIC  S9(4).
          02 OBJDUEF       PICTURE X.
          02 FILLER REDEFINES OBJDUEF.
             03 OBJDUEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OBJDUEI       PIC X(8).
          02 MESSL COMP  PIC  S9(4).
          02 MESSF       PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 CYENDDC       PICTURE X.
          02 CYENDDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 OBJDUEC       PICTURE X.
          02 OBJDUEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 MESSC       PICTURE X.
          02 MESSO       PIC X(79).
