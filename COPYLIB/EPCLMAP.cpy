      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PAYROLL CUT-OFF CALENDAR ADMINISTRATION' MAP.
      *      - KEYED BY THE PAY DATE (YYYYMMDD).
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EPCLMI.
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
          02 PAYDATL COMP  PIC  S9(4).
          02 PAYDATF       PICTURE X.
          02 FILLER REDEFINES PAYDATF.
             03 PAYDATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PAYDATI       PIC X(8).
          02 CUTDATL COMP  PIC  S9(4).
          02 CUTDATF       PICTURE X.
          02 FILLER REDEFINES CUTDATF.
             03 CUTDATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CUTDATI       PIC X(8).
          02 PERLBLL COMP  PIC  S9(4).
          02 PERLBLF       PICTURE X.
          02 FILLER REDEFINES PERLBLF.
             03 PERLBLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PERLBLI       PIC X(10).
          02 PCLSTAL COMP  PIC  S9(4).
          02 PCLSTAF       PICTURE X.
          02 FILLER REDEFINES PCLSTAF.
             03 PCLSTAA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PCLSTAI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EPCLMO REDEFINES EPCLMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PAYDATC       PICTURE X.
          02 PAYDATO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 CUTDATC       PICTURE X.
          02 CUTDATO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PERLBLC       PICTURE X.
          02 PERLBLO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 PCLSTAC       PICTURE X.
          02 PCLSTAO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
