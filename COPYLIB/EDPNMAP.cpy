      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BENEFITS DEPENDANTS AND BENEFICIARIES' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EDPNMI.
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
          02 SEQNOL COMP   PIC  S9(4).
          02 SEQNOF        PICTURE X.
          02 FILLER REDEFINES SEQNOF.
             03 SEQNOA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SEQNOI        PIC X(2).
          02 DPNCNTL COMP  PIC  S9(4).
          02 DPNCNTF       PICTURE X.
          02 FILLER REDEFINES DPNCNTF.
             03 DPNCNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DPNCNTI       PIC X(2).
          02 BENTOTL COMP  PIC  S9(4).
          02 BENTOTF       PICTURE X.
          02 FILLER REDEFINES BENTOTF.
             03 BENTOTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BENTOTI       PIC X(3).
          02 DPNAMEL COMP  PIC  S9(4).
          02 DPNAMEF       PICTURE X.
          02 FILLER REDEFINES DPNAMEF.
             03 DPNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DPNAMEI       PIC X(38).
          02 RELATNL COMP  PIC  S9(4).
          02 RELATNF       PICTURE X.
          02 FILLER REDEFINES RELATNF.
             03 RELATNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RELATNI       PIC X(15).
          02 BIRTHDL COMP  PIC  S9(4).
          02 BIRTHDF       PICTURE X.
          02 FILLER REDEFINES BIRTHDF.
             03 BIRTHDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BIRTHDI       PIC X(8).
          02 COVERDL COMP  PIC  S9(4).
          02 COVERDF       PICTURE X.
          02 FILLER REDEFINES COVERDF.
             03 COVERDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 COVERDI       PIC X(1).
          02 BENPCTL COMP  PIC  S9(4).
          02 BENPCTF       PICTURE X.
          02 FILLER REDEFINES BENPCTF.
             03 BENPCTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BENPCTI       PIC X(3).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EDPNMO REDEFINES EDPNMI.
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
          02 SEQNOC        PICTURE X.
          02 SEQNOO        PIC X(2).
          02 FILLER        PICTURE X(3).
          02 DPNCNTC       PICTURE X.
          02 DPNCNTO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 BENTOTC       PICTURE X.
          02 BENTOTO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 DPNAMEC       PICTURE X.
          02 DPNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 RELATNC       PICTURE X.
          02 RELATNO       PIC X(15).
          02 FILLER        PICTURE X(3).
          02 BIRTHDC       PICTURE X.
          02 BIRTHDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 COVERDC       PICTURE X.
          02 COVERDO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 BENPCTC       PICTURE X.
          02 BENPCTO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
