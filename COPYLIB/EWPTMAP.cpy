      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORKING-PATTERN TABLE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EWPTMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 PTCODEL COMP  PIC  S9(4).
          02 PTCODEF       PICTURE X.
          02 FILLER REDEFINES PTCODEF.
             03 PTCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PTCODEI       PIC X(4).
          02 PTDESCL COMP  PIC  S9(4).
          02 PTDESCF       PICTURE X.
          02 FILLER REDEFINES PTDESCF.
             03 PTDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PTDESCI       PIC X(30).
          02 PTWEEKL COMP  PIC  S9(4).
          02 PTWEEKF       PICTURE X.
          02 FILLER REDEFINES PTWEEKF.
             03 PTWEEKA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PTWEEKI       PIC X(7).
          02 PTSTATL COMP  PIC  S9(4).
          02 PTSTATF       PICTURE X.
          02 FILLER REDEFINES PTSTATF.
             03 PTSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PTSTATI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EWPTMO REDEFINES EWPTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 PTCODEC       PICTURE X.
          02 PTCODEO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 PTDESCC       PICTURE X.
          02 PTDESCO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 PTWEEKC       PICTURE X.
          02 PTWEEKO       PIC X(7).
          02 FILLER        PICTURE X(3).
          02 PTSTATC       PICTURE X.
          02 PTSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
