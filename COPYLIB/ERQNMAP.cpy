             03 TLDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TLDESCI       PIC X(29).
          02 RQGRDEL COMP  PIC  S9(4).
          02 RQGRDEF       PICTURE X.
          02 FILLER REDEFINES RQGRDEF.
             03 RQGRDEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RQGRDEI       PIC X(4).
          02 RQSTATL COMP  PIC  S9(4).
          02 RQSTATF       PICTURE X.
          02 FILLER REDEFINES RQSTATF.
          02 TLDESCC       PICTURE X.
          02 TLDESCO       PIC X(29).
          02 FILLER        PICTURE X(3).
          02 RQGRDEC       PICTURE X.
          02 RQGRDEO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 RQSTATC       PICTURE X.
          02 RQSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
