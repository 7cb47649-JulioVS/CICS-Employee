      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ACCESS RECERTIFICATION REVIEW' MAP.
      *      - ONE REVIEW ITEM AT A TIME: THE ACCOUNT, ITS LINKED
      *        EMPLOYEE, THE USER TYPE IT HAD WHEN THE CAMPAIGN OPENED
      *        AGAINST THE TYPE AND STATUS ON FILE NOW, WHO THE ITEM IS
      *        ROUTED TO AND BY WHEN - THEN THE REVIEWER'S DECISION.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ERCTMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 CAMPIDL COMP  PIC  S9(4).
          02 CAMPIDF       PICTURE X.
          02 FILLER REDEFINES CAMPIDF.
             03 CAMPIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CAMPIDI       PIC X(6).
          02 USERIDL COMP  PIC  S9(4).
          02 USERIDF       PICTURE X.
          02 FILLER REDEFINES USERIDF.
             03 USERIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 USERIDI       PIC X(8).
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
          02 DEPTIDL COMP  PIC  S9(4).
          02 DEPTIDF       PICTURE X.
          02 FILLER REDEFINES DEPTIDF.
             03 DEPTIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DEPTIDI       PIC X(8).
          02 CMPTYPL COMP  PIC  S9(4).
          02 CMPTYPF       PICTURE X.
          02 FILLER REDEFINES CMPTYPF.
             03 CMPTYPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CMPTYPI       PIC X(3).
          02 CURTYPL COMP  PIC  S9(4).
          02 CURTYPF       PICTURE X.
          02 FILLER REDEFINES CURTYPF.
             03 CURTYPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CURTYPI       PIC X(3).
          02 CURSTAL COMP  PIC  S9(4).
          02 CURSTAF       PICTURE X.
          02 FILLER REDEFINES CURSTAF.
             03 CURSTAA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CURSTAI       PIC X(1).
          02 ROUTEDL COMP  PIC  S9(4).
          02 ROUTEDF       PICTURE X.
          02 FILLER REDEFINES ROUTEDF.
             03 ROUTEDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 ROUTEDI       PIC X(30).
          02 DEADLNL COMP  PIC  S9(4).
          02 DEADLNF       PICTURE X.
          02 FILLER REDEFINES DEADLNF.
             03 DEADLNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DEADLNI       PIC X(10).
          02 DECISNL COMP  PIC  S9(4).
          02 DECISNF       PICTURE X.
          02 FILLER REDEFINES DECISNF.
             03 DECISNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DECISNI       PIC X(1).
          02 NEWTYPL COMP  PIC  S9(4).
          02 NEWTYPF       PICTURE X.
          02 FILLER REDEFINES NEWTYPF.
             03 NEWTYPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NEWTYPI       PIC X(3).
          02 COMENTL COMP  PIC  S9(4).
          02 COMENTF       PICTURE X.
          02 FILLER REDEFINES COMENTF.
             03 COMENTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 COMENTI       PIC X(40).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ERCTMO REDEFINES ERCTMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 CAMPIDC       PICTURE X.
          02 CAMPIDO       PIC X(6).
          02 FILLER        PICTURE X(3).
          02 USERIDC       PICTURE X.
          02 USERIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 PRNAMEC       PICTURE X.
          02 PRNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 DEPTIDC       PICTURE X.
          02 DEPTIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 CMPTYPC       PICTURE X.
          02 CMPTYPO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 CURTYPC       PICTURE X.
          02 CURTYPO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 CURSTAC       PICTURE X.
          02 CURSTAO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 ROUTEDC       PICTURE X.
          02 ROUTEDO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 DEADLNC       PICTURE X.
          02 DEADLNO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 DECISNC       PICTURE X.
          02 DECISNO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 NEWTYPC       PICTURE X.
          02 NEWTYPO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 COMENTC       PICTURE X.
          02 COMENTO       PIC X(40).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
