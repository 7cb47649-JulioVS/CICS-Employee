             03 CRSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CRSTATI       PIC X(1).
          02 CRVALML COMP  PIC  S9(4).
          02 CRVALMF       PICTURE X.
          02 FILLER REDEFINES CRVALMF.
             03 CRVALMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CRVALMI       PIC X(3).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 CRSTATC       PICTURE X.
          02 CRSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 CRVALMC       PICTURE X.
          02 CRVALMO       PIC X(3).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
