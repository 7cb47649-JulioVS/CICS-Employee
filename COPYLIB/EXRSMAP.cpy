      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'LEAVING-REASON TABLE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EXRSMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 RSCODEL COMP  PIC  S9(4).
          02 RSCODEF       PICTURE X.
          02 FILLER REDEFINES RSCODEF.
             03 RSCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RSCODEI       PIC X(4).
          02 RSDESCL COMP  PIC  S9(4).
          02 RSDESCF       PICTURE X.
          02 FILLER REDEFINES RSDESCF.
             03 RSDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RSDESCI       PIC X(30).
          02 RSCATGL COMP  PIC  S9(4).
          02 RSCATGF       PICTURE X.
          02 FILLER REDEFINES RSCATGF.
             03 RSCATGA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RSCATGI       PIC X(1).
          02 RSSTATL COMP  PIC  S9(4).
          02 RSSTATF       PICTURE X.
          02 FILLER REDEFINES RSSTATF.
             03 RSSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RSSTATI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EXRSMO REDEFINES EXRSMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 RSCODEC       PICTURE X.
          02 RSCODEO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 RSDESCC       PICTURE X.
          02 RSDESCO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 RSCATGC       PICTURE X.
          02 RSCATGO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 RSSTATC       PICTURE X.
          02 RSSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
