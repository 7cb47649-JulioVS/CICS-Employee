      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SUCCESSION NOMINATION' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESUCMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 DEPTIDL COMP  PIC  S9(4).
          02 DEPTIDF       PICTURE X.
          02 FILLER REDEFINES DEPTIDF.
             03 DEPTIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DEPTIDI       PIC X(8).
          02 DEPTNML COMP  PIC  S9(4).
          02 DEPTNMF       PICTURE X.
          02 FILLER REDEFINES DEPTNMF.
             03 DEPTNMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DEPTNMI       PIC X(30).
          02 MGRNAML COMP  PIC  S9(4).
          02 MGRNAMF       PICTURE X.
          02 FILLER REDEFINES MGRNAMF.
             03 MGRNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MGRNAMI       PIC X(38).
          02 NOMCNTL COMP  PIC  S9(4).
          02 NOMCNTF       PICTURE X.
          02 FILLER REDEFINES NOMCNTF.
             03 NOMCNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NOMCNTI       PIC X(2).
          02 RDYCNTL COMP  PIC  S9(4).
          02 RDYCNTF       PICTURE X.
          02 FILLER REDEFINES RDYCNTF.
             03 RDYCNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RDYCNTI       PIC X(2).
          02 NOMIDL COMP   PIC  S9(4).
          02 NOMIDF        PICTURE X.
          02 FILLER REDEFINES NOMIDF.
             03 NOMIDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NOMIDI        PIC X(8).
          02 NOMNAML COMP  PIC  S9(4).
          02 NOMNAMF       PICTURE X.
          02 FILLER REDEFINES NOMNAMF.
             03 NOMNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NOMNAMI       PIC X(38).
          02 READYL COMP   PIC  S9(4).
          02 READYF        PICTURE X.
          02 FILLER REDEFINES READYF.
             03 READYA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 READYI        PIC X(1).
          02 RDYDSCL COMP  PIC  S9(4).
          02 RDYDSCF       PICTURE X.
          02 FILLER REDEFINES RDYDSCF.
             03 RDYDSCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RDYDSCI       PIC X(12).
          02 REVDTL COMP   PIC  S9(4).
          02 REVDTF        PICTURE X.
          02 FILLER REDEFINES REVDTF.
             03 REVDTA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REVDTI        PIC X(10).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESUCMO REDEFINES ESUCMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 DEPTIDC       PICTURE X.
          02 DEPTIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 DEPTNMC       PICTURE X.
          02 DEPTNMO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 MGRNAMC       PICTURE X.
          02 MGRNAMO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 NOMCNTC       PICTURE X.
          02 NOMCNTO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 RDYCNTC       PICTURE X.
          02 RDYCNTO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 NOMIDC        PICTURE X.
          02 NOMIDO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 NOMNAMC       PICTURE X.
          02 NOMNAMO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 READYC        PICTURE X.
          02 READYO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 RDYDSCC       PICTURE X.
          02 RDYDSCO       PIC X(12).
          02 FILLER        PICTURE X(3).
          02 REVDTC        PICTURE X.
          02 REVDTO        PIC X(10).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
