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
             03 FTEPCTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 FTEPCTI       PIC X(3).
          02 WRKLOCL COMP  PIC  S9(4).
          02 WRKLOCF       PICTURE X.
          02 FILLER REDEFINES WRKLOCF.
             03 WRKLOCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WRKLOCI       PIC X(6).
          02 WRKPATL COMP  PIC  S9(4).
          02 WRKPATF       PICTURE X.
          02 FILLER REDEFINES WRKPATF.
             03 WRKPATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 WRKPATI       PIC X(4).
          02 SUPVIDL COMP  PIC  S9(4).
          02 SUPVIDF       PICTURE X.
          02 FILLER REDEFINES SUPVIDF.
             03 SUPVIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SUPVIDI       PIC X(8).
          02 APPDTL COMP   PIC  S9(4).
          02 APPDTF        PICTURE X.
          02 FILLER REDEFINES APPDTF.
             03 EXTIDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXTIDI        PIC X(12).
          02 LVRSNL COMP   PIC  S9(4).
          02 LVRSNF        PICTURE X.
          02 FILLER REDEFINES LVRSNF.
             03 LVRSNA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LVRSNI        PIC X(4).
          02 REGRETL COMP  PIC  S9(4).
          02 REGRETF       PICTURE X.
          02 FILLER REDEFINES REGRETF.
             03 REGRETA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 REGRETI       PIC X(1).
          02 EXQMGRL COMP  PIC  S9(4).
          02 EXQMGRF       PICTURE X.
          02 FILLER REDEFINES EXQMGRF.
             03 EXQMGRA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXQMGRI       PIC X(1).
          02 EXQPAYL COMP  PIC  S9(4).
          02 EXQPAYF       PICTURE X.
          02 FILLER REDEFINES EXQPAYF.
             03 EXQPAYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXQPAYI       PIC X(1).
          02 EXQGRWL COMP  PIC  S9(4).
          02 EXQGRWF       PICTURE X.
          02 FILLER REDEFINES EXQGRWF.
             03 EXQGRWA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXQGRWI       PIC X(1).
          02 EXQWKLL COMP  PIC  S9(4).
          02 EXQWKLF       PICTURE X.
          02 FILLER REDEFINES EXQWKLF.
             03 EXQWKLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXQWKLI       PIC X(1).
          02 EXQRTNL COMP  PIC  S9(4).
          02 EXQRTNF       PICTURE X.
          02 FILLER REDEFINES EXQRTNF.
             03 EXQRTNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EXQRTNI       PIC X(1).
          02 NCEFDTL COMP  PIC  S9(4).
          02 NCEFDTF       PICTURE X.
          02 FILLER REDEFINES NCEFDTF.
             03 NCEFDTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NCEFDTI       PIC X(10).
          02 NCRSNL COMP   PIC  S9(4).
          02 NCRSNF        PICTURE X.
          02 FILLER REDEFINES NCRSNF.
             03 NCRSNA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 NCRSNI        PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 EMPLIDC       PICTURE X.
          02 EMPLIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 FTEPCTC       PICTURE X.
          02 FTEPCTO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 WRKLOCC       PICTURE X.
          02 WRKLOCO       PIC X(6).
          02 FILLER        PICTURE X(3).
          02 WRKPATC       PICTURE X.
          02 WRKPATO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 SUPVIDC       PICTURE X.
          02 SUPVIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 APPDTC        PICTURE X.
          02 APPDTO        PIC X(10).
          02 FILLER        PICTURE X(3).
          02 EXTIDC        PICTURE X.
          02 EXTIDO        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 LVRSNC        PICTURE X.
          02 LVRSNO        PIC X(4).
          02 FILLER        PICTURE X(3).
          02 REGRETC       PICTURE X.
          02 REGRETO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 EXQMGRC       PICTURE X.
          02 EXQMGRO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 EXQPAYC       PICTURE X.
          02 EXQPAYO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 EXQGRWC       PICTURE X.
          02 EXQGRWO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 EXQWKLC       PICTURE X.
          02 EXQWKLO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 EXQRTNC       PICTURE X.
          02 EXQRTNO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 NCEFDTC       PICTURE X.
          02 NCEFDTO       PIC X(10).
          02 FILLER        PICTURE X(3).
          02 NCRSNC        PICTURE X.
          02 NCRSNO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
