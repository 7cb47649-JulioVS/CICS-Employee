      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BATCH-WINDOW SCHEDULE ADMINISTRATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EBWSMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 JOBNAML COMP  PIC  S9(4).
          02 JOBNAMF       PICTURE X.
          02 FILLER REDEFINES JOBNAMF.
             03 JOBNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 JOBNAMI       PIC X(8).
          02 JOBDSCL COMP  PIC  S9(4).
          02 JOBDSCF       PICTURE X.
          02 FILLER REDEFINES JOBDSCF.
             03 JOBDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 JOBDSCI       PIC X(30).
          02 STRTBYL COMP  PIC  S9(4).
          02 STRTBYF       PICTURE X.
          02 FILLER REDEFINES STRTBYF.
             03 STRTBYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 STRTBYI       PIC X(4).
          02 FINSBYL COMP  PIC  S9(4).
          02 FINSBYF       PICTURE X.
          02 FILLER REDEFINES FINSBYF.
             03 FINSBYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 FINSBYI       PIC X(4).
          02 STATUSL COMP  PIC  S9(4).
          02 STATUSF       PICTURE X.
          02 FILLER REDEFINES STATUSF.
             03 STATUSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 STATUSI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EBWSMO REDEFINES EBWSMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 JOBNAMC       PICTURE X.
          02 JOBNAMO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 JOBDSCC       PICTURE X.
          02 JOBDSCO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 STRTBYC       PICTURE X.
          02 STRTBYO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 FINSBYC       PICTURE X.
          02 FINSBYO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 STATUSC       PICTURE X.
          02 STATUSO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
