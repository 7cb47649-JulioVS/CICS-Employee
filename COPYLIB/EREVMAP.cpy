      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MASS-UPDATE RUN REVERSAL' MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EREVMI.
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
          02 RUNIDL COMP   PIC  S9(4).
          02 RUNIDF        PICTURE X.
          02 FILLER REDEFINES RUNIDF.
             03 RUNIDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RUNIDI        PIC X(16).
          02 SRCPGML COMP  PIC  S9(4).
          02 SRCPGMF       PICTURE X.
          02 FILLER REDEFINES SRCPGMF.
             03 SRCPGMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SRCPGMI       PIC X(8).
          02 FOUNDL COMP   PIC  S9(4).
          02 FOUNDF        PICTURE X.
          02 FILLER REDEFINES FOUNDF.
             03 FOUNDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 FOUNDI        PIC X(5).
          02 RESTORL COMP  PIC  S9(4).
          02 RESTORF       PICTURE X.
          02 FILLER REDEFINES RESTORF.
             03 RESTORA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RESTORI       PIC X(5).
          02 REFUSDL COMP  PIC  S9(4).
          02 REFUSDF       PICTURE X.
          02 FILLER REDEFINES REFUSDF.
             03 REFUSDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REFUSDI       PIC X(5).
          02 CONFRML COMP  PIC  S9(4).
          02 CONFRMF       PICTURE X.
          02 FILLER REDEFINES CONFRMF.
             03 CONFRMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CONFRMI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EREVMO REDEFINES EREVMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 RUNIDC        PICTURE X.
          02 RUNIDO        PIC X(16).
          02 FILLER        PICTURE X(3).
          02 SRCPGMC       PICTURE X.
          02 SRCPGMO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 FOUNDC        PICTURE X.
          02 FOUNDO        PIC X(5).
          02 FILLER        PICTURE X(3).
          02 RESTORC       PICTURE X.
          02 RESTORO       PIC X(5).
          02 FILLER        PICTURE X(3).
          02 REFUSDC       PICTURE X.
          02 REFUSDO       PIC X(5).
          02 FILLER        PICTURE X(3).
          02 CONFRMC       PICTURE X.
          02 CONFRMO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
