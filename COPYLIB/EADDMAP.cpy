             03 FTEPCTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 FTEPCTI       PIC X(3).
          02 WRKLOCL COMP  PIC  S9(4).
          02 WRKLOCF       PICTURE X.
          02 FILLER REDEFINES WRKLOCF.
             03 WRKLOCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WRKLOCI       PIC X(6).
          02 RHIREL COMP   PIC  S9(4).
          02 RHIREF        PICTURE X.
          02 FILLER REDEFINES RHIREF.
             03 EXTIDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXTIDI        PIC X(12).
          02 RTWTYPL COMP  PIC  S9(4).
          02 RTWTYPF       PICTURE X.
          02 FILLER REDEFINES RTWTYPF.
             03 RTWTYPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RTWTYPI       PIC X(2).
          02 RTWNUML COMP  PIC  S9(4).
          02 RTWNUMF       PICTURE X.
          02 FILLER REDEFINES RTWNUMF.
             03 RTWNUMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RTWNUMI       PIC X(20).
          02 RTWISSL COMP  PIC  S9(4).
          02 RTWISSF       PICTURE X.
          02 FILLER REDEFINES RTWISSF.
             03 RTWISSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RTWISSI       PIC X(10).
          02 RTWEXPL COMP  PIC  S9(4).
          02 RTWEXPF       PICTURE X.
          02 FILLER REDEFINES RTWEXPF.
             03 RTWEXPA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RTWEXPI       PIC X(10).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 FTEPCTC       PICTURE X.
          02 FTEPCTO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 WRKLOCC       PICTURE X.
          02 WRKLOCO       PIC X(6).
          02 FILLER        PICTURE X(3).
          02 RHIREC        PICTURE X.
          02 RHIREO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 EXTIDC        PICTURE X.
          02 EXTIDO        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 RTWTYPC       PICTURE X.
          02 RTWTYPO       PIC X(2).
          02 FILLER        PICTURE X(3).
          02 RTWNUMC       PICTURE X.
          02 RTWNUMO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 RTWISSC       PICTURE X.
          02 RTWISSO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 RTWEXPC       PICTURE X.
          02 RTWEXPO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
