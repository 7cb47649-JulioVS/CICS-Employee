      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SESSION ENROLLMENT' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EENRMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 CRCODEL COMP  PIC  S9(4).
          02 CRCODEF       PICTURE X.
          02 FILLER REDEFINES CRCODEF.
             03 CRCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CRCODEI       PIC X(8).
          02 SESSNOL COMP  PIC  S9(4).
          02 SESSNOF       PICTURE X.
          02 FILLER REDEFINES SESSNOF.
             03 SESSNOA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SESSNOI       PIC X(4).
          02 EMPLIDL COMP  PIC  S9(4).
          02 EMPLIDF       PICTURE X.
          02 FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMPLIDI       PIC X(8).
          02 CRDESCL COMP  PIC  S9(4).
          02 CRDESCF       PICTURE X.
          02 FILLER REDEFINES CRDESCF.
             03 CRDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CRDESCI       PIC X(29).
          02 SESDTEL COMP  PIC  S9(4).
          02 SESDTEF       PICTURE X.
          02 FILLER REDEFINES SESDTEF.
             03 SESDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SESDTEI       PIC X(10).
          02 LOCNAML COMP  PIC  S9(4).
          02 LOCNAMF       PICTURE X.
          02 FILLER REDEFINES LOCNAMF.
             03 LOCNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOCNAMI       PIC X(30).
          02 INSTRL COMP   PIC  S9(4).
          02 INSTRF        PICTURE X.
          02 FILLER REDEFINES INSTRF.
             03 INSTRA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 INSTRI        PIC X(30).
          02 PLACESL COMP  PIC  S9(4).
          02 PLACESF       PICTURE X.
          02 FILLER REDEFINES PLACESF.
             03 PLACESA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PLACESI       PIC X(40).
          02 PRNAMEL COMP  PIC  S9(4).
          02 PRNAMEF       PICTURE X.
          02 FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PRNAMEI       PIC X(38).
          02 ENRSTAL COMP  PIC  S9(4).
          02 ENRSTAF       PICTURE X.
          02 FILLER REDEFINES ENRSTAF.
             03 ENRSTAA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENRSTAI       PIC X(1).
          02 ENRDSCL COMP  PIC  S9(4).
          02 ENRDSCF       PICTURE X.
          02 FILLER REDEFINES ENRDSCF.
             03 ENRDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ENRDSCI       PIC X(12).
          02 REQDTEL COMP  PIC  S9(4).
          02 REQDTEF       PICTURE X.
          02 FILLER REDEFINES REQDTEF.
             03 REQDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REQDTEI       PIC X(10).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EENRMO REDEFINES EENRMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 CRCODEC       PICTURE X.
          02 CRCODEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SESSNOC       PICTURE X.
          02 SESSNOO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 CRDESCC       PICTURE X.
          02 CRDESCO       PIC X(29).
          02 FILLER        PICTURE X(3).
          02 SESDTEC       PICTURE X.
          02 SESDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 LOCNAMC       PICTURE X.
          02 LOCNAMO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 INSTRC        PICTURE X.
          02 INSTRO        PIC X(30).
          02 FILLER        PICTURE X(3).
          02 PLACESC       PICTURE X.
          02 PLACESO       PIC X(40).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 ENRSTAC       PICTURE X.
          02 ENRSTAO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ENRDSCC       PICTURE X.
          02 ENRDSCO       PIC X(12).
          02 FILLER        PICTURE X(3).
          02 REQDTEC       PICTURE X.
          02 REQDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
