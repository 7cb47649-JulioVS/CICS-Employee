           02 DFHMT      PIC X       VALUE '1'.
           02 DFHNOPR    PIC X       VALUE '2'.
           02 DFHDET     PIC X       VALUE ' '.
           02 DFHBMFLG   PIC X       VALUE X'40'.
              88 DFHERASE            VALUES ARE X'80', X'82'.
              88 DFHCURSR            VALUES ARE X'02', X'82'.
