      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ABSENCE-TYPE TABLE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EABTMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 ATCODEL COMP  PIC  S9(4).
          02 ATCODEF       PICTURE X.
          02 FILLER REDEFINES ATCODEF.
             03 ATCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATCODEI       PIC X(1).
          02 ATDESCL COMP  PIC  S9(4).
          02 ATDESCF       PICTURE X.
          02 FILLER REDEFINES ATDESCF.
             03 ATDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATDESCI       PIC X(20).
          02 ATSTATL COMP  PIC  S9(4).
          02 ATSTATF       PICTURE X.
          02 FILLER REDEFINES ATSTATF.
             03 ATSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATSTATI       PIC X(1).
          02 ATPAIDL COMP  PIC  S9(4).
          02 ATPAIDF       PICTURE X.
          02 FILLER REDEFINES ATPAIDF.
             03 ATPAIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATPAIDI       PIC X(1).
          02 ATLVBLL COMP  PIC  S9(4).
          02 ATLVBLF       PICTURE X.
          02 FILLER REDEFINES ATLVBLF.
             03 ATLVBLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATLVBLI       PIC X(1).
          02 ATPDEDL COMP  PIC  S9(4).
          02 ATPDEDF       PICTURE X.
          02 FILLER REDEFINES ATPDEDF.
             03 ATPDEDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATPDEDI       PIC X(1).
          02 ATCALLL COMP  PIC  S9(4).
          02 ATCALLF       PICTURE X.
          02 FILLER REDEFINES ATCALLF.
             03 ATCALLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATCALLI       PIC X(1).
          02 ATSICKL COMP  PIC  S9(4).
          02 ATSICKF       PICTURE X.
          02 FILLER REDEFINES ATSICKF.
             03 ATSICKA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATSICKI       PIC X(1).
          02 ATTOILL COMP  PIC  S9(4).
          02 ATTOILF       PICTURE X.
          02 FILLER REDEFINES ATTOILF.
             03 ATTOILA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ATTOILI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EABTMO REDEFINES EABTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 ATCODEC       PICTURE X.
          02 ATCODEO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATDESCC       PICTURE X.
          02 ATDESCO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 ATSTATC       PICTURE X.
          02 ATSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATPAIDC       PICTURE X.
          02 ATPAIDO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATLVBLC       PICTURE X.
          02 ATLVBLO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATPDEDC       PICTURE X.
          02 ATPDEDO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATCALLC       PICTURE X.
          02 ATCALLO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATSICKC       PICTURE X.
          02 ATSICKO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ATTOILC       PICTURE X.
          02 ATTOILO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
