             03 AUTHHCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 AUTHHCI       PIC X(5).
          02 CMPYCDL COMP  PIC  S9(4).
          02 CMPYCDF       PICTURE X.
          02 FILLER REDEFINES CMPYCDF.
             03 CMPYCDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 CMPYCDI       PIC X(4).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 AUTHHCC       PICTURE X.
          02 AUTHHCO       PIC X(5).
          02 FILLER        PICTURE X(3).
          02 CMPYCDC       PICTURE X.
          02 CMPYCDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
