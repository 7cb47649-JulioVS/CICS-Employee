      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PENDING BANK-CHANGE REVIEW' MAP.
      *      - THE BANK DETAILS PAYROLL PAYS TODAY AGAINST THE PARKED
      *        CHANGE, ACCOUNTS MASKED, IN THE STYLE OF ECMPRVP'S
      *        CURRENT-VERSUS-PROPOSED SALARY SCREEN.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EBKRMI.
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
          02 CURBNKL COMP  PIC  S9(4).
          02 CURBNKF       PICTURE X.
          02 FILLER REDEFINES CURBNKF.
             03 CURBNKA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CURBNKI       PIC X(9).
          02 CURACCL COMP  PIC  S9(4).
          02 CURACCF       PICTURE X.
          02 FILLER REDEFINES CURACCF.
             03 CURACCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CURACCI       PIC X(17).
          02 CURMTHL COMP  PIC  S9(4).
          02 CURMTHF       PICTURE X.
          02 FILLER REDEFINES CURMTHF.
             03 CURMTHA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CURMTHI       PIC X(1).
          02 NEWBNKL COMP  PIC  S9(4).
          02 NEWBNKF       PICTURE X.
          02 FILLER REDEFINES NEWBNKF.
             03 NEWBNKA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NEWBNKI       PIC X(9).
          02 NEWACCL COMP  PIC  S9(4).
          02 NEWACCF       PICTURE X.
          02 FILLER REDEFINES NEWACCF.
             03 NEWACCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NEWACCI       PIC X(17).
          02 NEWMTHL COMP  PIC  S9(4).
          02 NEWMTHF       PICTURE X.
          02 FILLER REDEFINES NEWMTHF.
             03 NEWMTHA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NEWMTHI       PIC X(1).
          02 REQBYL COMP   PIC  S9(4).
          02 REQBYF        PICTURE X.
          02 FILLER REDEFINES REQBYF.
             03 REQBYA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REQBYI        PIC X(8).
          02 REQDTEL COMP  PIC  S9(4).
          02 REQDTEF       PICTURE X.
          02 FILLER REDEFINES REQDTEF.
             03 REQDTEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REQDTEI       PIC X(10).
          02 STATUSL COMP  PIC  S9(4).
          02 STATUSF       PICTURE X.
          02 FILLER REDEFINES STATUSF.
             03 STATUSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 STATUSI       PIC X(30).
          02 HOLDTOL COMP  PIC  S9(4).
          02 HOLDTOF       PICTURE X.
          02 FILLER REDEFINES HOLDTOF.
             03 HOLDTOA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 HOLDTOI       PIC X(10).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EBKRMO REDEFINES EBKRMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 CURBNKC       PICTURE X.
          02 CURBNKO       PIC X(9).
          02 FILLER        PICTURE X(3).
          02 CURACCC       PICTURE X.
          02 CURACCO       PIC X(17).
          02 FILLER        PICTURE X(3).
          02 CURMTHC       PICTURE X.
          02 CURMTHO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 NEWBNKC       PICTURE X.
          02 NEWBNKO       PIC X(9).
          02 FILLER        PICTURE X(3).
          02 NEWACCC       PICTURE X.
          02 NEWACCO       PIC X(17).
          02 FILLER        PICTURE X(3).
          02 NEWMTHC       PICTURE X.
          02 NEWMTHO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 REQBYC        PICTURE X.
          02 REQBYO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 REQDTEC       PICTURE X.
          02 REQDTEO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 STATUSC       PICTURE X.
          02 STATUSO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 HOLDTOC       PICTURE X.
          02 HOLDTOO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
