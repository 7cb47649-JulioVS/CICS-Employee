             03 SALARYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SALARYI       PIC X(12).
          02 EMRCN1L COMP  PIC  S9(4).
          02 EMRCN1F       PICTURE X.
          02 FILLER REDEFINES EMRCN1F.
             03 EMRCN1A    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMRCN1I       PIC X(45).
          02 EMRCNTL COMP  PIC  S9(4).
          02 EMRCNTF       PICTURE X.
          02 FILLER REDEFINES EMRCNTF.
             03 EMRCNTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 EMRCNTI       PIC X(20).
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
          02 SALARYC       PICTURE X.
          02 SALARYO       PIC X(12).
          02 FILLER        PICTURE X(3).
          02 EMRCN1C       PICTURE X.
          02 EMRCN1O       PIC X(45).
          02 FILLER        PICTURE X(3).
          02 EMRCNTC       PICTURE X.
          02 EMRCNTO       PIC X(20).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
