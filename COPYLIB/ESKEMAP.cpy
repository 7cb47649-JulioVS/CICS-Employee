      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMPLOYEE SKILLS' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESKEMI.
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
          02 PROFLVL COMP  PIC  S9(4).
          02 PROFLVF       PICTURE X.
          02 FILLER REDEFINES PROFLVF.
             03 PROFLVA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PROFLVI       PIC X(1).
          02 PROFDSL COMP  PIC  S9(4).
          02 PROFDSF       PICTURE X.
          02 FILLER REDEFINES PROFDSF.
             03 PROFDSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PROFDSI       PIC X(10).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESKEMO REDEFINES ESKEMI.
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
          02 SKCODEC       PICTURE X.
          02 SKCODEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SKDESCC       PICTURE X.
          02 SKDESCO       PIC X(29).
          02 FILLER        PICTURE X(3).
          02 PROFLVC       PICTURE X.
          02 PROFLVO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 PROFDSC       PICTURE X.
          02 PROFDSO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
