      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'HEALTH AND SAFETY INCIDENT LOG' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EINCMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 LOGDINL COMP  PIC  S9(4).
          02 LOGDINF       PICTURE X.
          02 FILLER REDEFINES LOGDINF.
             03 LOGDINA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOGDINI       PIC X(8).
          02 INCDTEL COMP  PIC  S9(4).
          02 INCDTEF       PICTURE X.
          02 FILLER REDEFINES INCDTEF.
             03 INCDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 INCDTEI       PIC X(10).
          02 INCSEQL COMP  PIC  S9(4).
          02 INCSEQF       PICTURE X.
          02 FILLER REDEFINES INCSEQF.
             03 INCSEQA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 INCSEQI       PIC X(3).
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
          02 LOCCDEL COMP  PIC  S9(4).
          02 LOCCDEF       PICTURE X.
          02 FILLER REDEFINES LOCCDEF.
             03 LOCCDEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOCCDEI       PIC X(6).
          02 LOCNAML COMP  PIC  S9(4).
          02 LOCNAMF       PICTURE X.
          02 FILLER REDEFINES LOCNAMF.
             03 LOCNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOCNAMI       PIC X(30).
          02 LOCDTLL COMP  PIC  S9(4).
          02 LOCDTLF       PICTURE X.
          02 FILLER REDEFINES LOCDTLF.
             03 LOCDTLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOCDTLI       PIC X(30).
          02 INJTYPL COMP  PIC  S9(4).
          02 INJTYPF       PICTURE X.
          02 FILLER REDEFINES INJTYPF.
             03 INJTYPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 INJTYPI       PIC X(2).
          02 INJDSCL COMP  PIC  S9(4).
          02 INJDSCF       PICTURE X.
          02 FILLER REDEFINES INJDSCF.
             03 INJDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 INJDSCI       PIC X(20).
          02 SEVRTYL COMP  PIC  S9(4).
          02 SEVRTYF       PICTURE X.
          02 FILLER REDEFINES SEVRTYF.
             03 SEVRTYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SEVRTYI       PIC X(1).
          02 SEVDSCL COMP  PIC  S9(4).
          02 SEVDSCF       PICTURE X.
          02 FILLER REDEFINES SEVDSCF.
             03 SEVDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SEVDSCI       PIC X(16).
          02 REPRTBL COMP  PIC  S9(4).
          02 REPRTBF       PICTURE X.
          02 FILLER REDEFINES REPRTBF.
             03 REPRTBA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REPRTBI       PIC X(1).
          02 DESCRL COMP   PIC  S9(4).
          02 DESCRF        PICTURE X.
          02 FILLER REDEFINES DESCRF.
             03 DESCRA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DESCRI        PIC X(50).
          02 ABSDTEL COMP  PIC  S9(4).
          02 ABSDTEF       PICTURE X.
          02 FILLER REDEFINES ABSDTEF.
             03 ABSDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ABSDTEI       PIC X(10).
          02 ABSINFL COMP  PIC  S9(4).
          02 ABSINFF       PICTURE X.
          02 FILLER REDEFINES ABSINFF.
             03 ABSINFA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ABSINFI       PIC X(40).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EINCMO REDEFINES EINCMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 INCDTEC       PICTURE X.
          02 INCDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 INCSEQC       PICTURE X.
          02 INCSEQO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 LOCCDEC       PICTURE X.
          02 LOCCDEO       PIC X(6).
          02 FILLER        PICTURE X(3).
          02 LOCNAMC       PICTURE X.
          02 LOCNAMO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 LOCDTLC       PICTURE X.
          02 LOCDTLO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 INJTYPC       PICTURE X.
          02 INJTYPO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 INJDSCC       PICTURE X.
          02 INJDSCO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 SEVRTYC       PICTURE X.
          02 SEVRTYO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 SEVDSCC       PICTURE X.
          02 SEVDSCO       PIC X(16).
          02 FILLER        PICTURE X(3).
          02 REPRTBC       PICTURE X.
          02 REPRTBO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 DESCRC        PICTURE X.
          02 DESCRO        PIC X(50).
          02 FILLER        PICTURE X(3).
          02 ABSDTEC       PICTURE X.
          02 ABSDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 ABSINFC       PICTURE X.
          02 ABSINFO       PIC X(40).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
