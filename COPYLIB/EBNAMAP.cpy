             03 BPSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BPSTATI       PIC X(1).
          02 BPDEPRL COMP  PIC  S9(4).
          02 BPDEPRF       PICTURE X.
          02 FILLER REDEFINES BPDEPRF.
             03 BPDEPRA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BPDEPRI       PIC X(1).
          02 BPBENRL COMP  PIC  S9(4).
          02 BPBENRF       PICTURE X.
          02 FILLER REDEFINES BPBENRF.
             03 BPBENRA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 BPBENRI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 BPSTATC       PICTURE X.
          02 BPSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 BPDEPRC       PICTURE X.
          02 BPDEPRO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 BPBENRC       PICTURE X.
          02 BPBENRO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
