             03 SGNBNRA   PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SGNBNRI  PIC X(79).
           02  RMDLNEL    COMP  PIC  S9(4).
           02  RMDLNEF    PICTURE X.
           02  FILLER REDEFINES RMDLNEF.
             03 RMDLNEA   PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RMDLNEI  PIC X(79).
           02  APRLNEL    COMP  PIC  S9(4).
           02  APRLNEF    PICTURE X.
           02  FILLER REDEFINES APRLNEF.
             03 APRLNEA   PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APRLNEI  PIC X(79).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  SGNBNRC    PICTURE X.
           02  SGNBNRO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  RMDLNEC    PICTURE X.
           02  RMDLNEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  APRLNEC    PICTURE X.
           02  APRLNEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
