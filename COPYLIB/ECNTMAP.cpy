             03 EMAILA     PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMAILI        PIC X(40).
          02 OPTLVEL COMP  PIC  S9(4).
          02 OPTLVEF       PICTURE X.
          02 FILLER REDEFINES OPTLVEF.
             03 OPTLVEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OPTLVEI       PIC X(1).
          02 OPTONBL COMP  PIC  S9(4).
          02 OPTONBF       PICTURE X.
          02 FILLER REDEFINES OPTONBF.
             03 OPTONBA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OPTONBI       PIC X(1).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 EMAILC        PICTURE X.
          02 EMAILO        PIC X(40).
          02 FILLER        PICTURE X(3).
          02 OPTLVEC       PICTURE X.
          02 OPTLVEO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 OPTONBC       PICTURE X.
          02 OPTONBO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
