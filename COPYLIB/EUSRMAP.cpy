             03 EMPIDA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMPIDI        PIC X(8).
          02 BRKGLL COMP   PIC  S9(4).
          02 BRKGLF        PICTURE X.
          02 FILLER REDEFINES BRKGLF.
             03 BRKGLA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BRKGLI        PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 EMPIDC        PICTURE X.
          02 EMPIDO        PIC X(8).
          02 FILLER        PICTURE X(3).
          02 BRKGLC        PICTURE X.
          02 BRKGLO        PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
