      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMERGENCY CONTACT' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EEMCMI.
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
          02 PRIORL COMP   PIC  S9(4).
          02 PRIORF        PICTURE X.
          02 FILLER REDEFINES PRIORF.
             03 PRIORA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PRIORI        PIC X(2).
          02 CNTCNTL COMP  PIC  S9(4).
          02 CNTCNTF       PICTURE X.
          02 FILLER REDEFINES CNTCNTF.
             03 CNTCNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CNTCNTI       PIC X(2).
          02 CNTNAML COMP  PIC  S9(4).
          02 CNTNAMF       PICTURE X.
          02 FILLER REDEFINES CNTNAMF.
             03 CNTNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CNTNAMI       PIC X(38).
          02 RELATNL COMP  PIC  S9(4).
          02 RELATNF       PICTURE X.
          02 FILLER REDEFINES RELATNF.
             03 RELATNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RELATNI       PIC X(15).
          02 PHONE1L COMP  PIC  S9(4).
          02 PHONE1F       PICTURE X.
          02 FILLER REDEFINES PHONE1F.
             03 PHONE1A    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PHONE1I       PIC X(15).
          02 PHONE2L COMP  PIC  S9(4).
          02 PHONE2F       PICTURE X.
          02 FILLER REDEFINES PHONE2F.
             03 PHONE2A    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PHONE2I       PIC X(15).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EEMCMO REDEFINES EEMCMI.
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
          02 PRIORC        PICTURE X.
          02 PRIORO        PIC X(2).
          02 FILLER        PICTURE X(3).
          02 CNTCNTC       PICTURE X.
          02 CNTCNTO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 CNTNAMC       PICTURE X.
          02 CNTNAMO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 RELATNC       PICTURE X.
          02 RELATNO       PIC X(15).
          02 FILLER        PICTURE X(3).
          02 PHONE1C       PICTURE X.
          02 PHONE1O       PIC X(15).
          02 FILLER        PICTURE X(3).
          02 PHONE2C       PICTURE X.
          02 PHONE2O       PIC X(15).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
