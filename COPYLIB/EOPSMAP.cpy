      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FILE AND QUEUE HEALTH' DASHBOARD MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EOPSMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 VIEWL COMP    PIC  S9(4).
          02 VIEWF         PICTURE X.
          02 FILLER REDEFINES VIEWF.
             03 VIEWA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 VIEWI         PIC X(6).
          02 PAGEL COMP    PIC  S9(4).
          02 PAGEF         PICTURE X.
          02 FILLER REDEFINES PAGEF.
             03 PAGEA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 PAGEI         PIC X(9).
          02 HDGL COMP     PIC  S9(4).
          02 HDGF          PICTURE X.
          02 FILLER REDEFINES HDGF.
             03 HDGA       PICTURE X.
          02 FILLER        PICTURE X(1).
          02 HDGI          PIC X(70).
      *
      *    CUSTOM 12-ITEM ARRAY - ONE LINE PER FILE OR QUEUE. THE
      *    LEADING SELECTION BYTE IS THE ONLY UNPROTECTED FIELD -
      *    O, C, E OR D THERE OPENS, CLOSES, ENABLES OR DISABLES THAT
      *    LINE'S FILE ON THE NEXT ENTER.
      *
          02 OPS-LINEI OCCURS 12 TIMES INDEXED BY OPS-LINEI-INDEX.
             03 SEL01L COMP
                           PIC  S9(4).
             03 SEL01F     PICTURE X.
             03 FILLER REDEFINES SEL01F.
                04 SEL01A  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 SEL01I     PIC X(1).
             03 HLTH01L COMP
                           PIC  S9(4).
             03 HLTH01F    PICTURE X.
             03 FILLER REDEFINES HLTH01F.
                04 HLTH01A PICTURE X.
             03 FILLER     PICTURE X(1).
             03 HLTH01I    PIC X(70).
      *
      *    REASON FOR A FILE ACTION - RECORDED ON THE SIGN-ON AUDIT
      *    ENTRY ALONGSIDE THE OPERATOR'S TERMINAL.
      *
          02 RSNL COMP     PIC  S9(4).
          02 RSNF          PICTURE X.
          02 FILLER REDEFINES RSNF.
             03 RSNA       PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RSNI          PIC X(20).
      *
      *    MESSAGE SECTION (WE KEEP IT 'AS IS').
      *
          02 MESSL COMP    PIC  S9(4).
          02 MESSF         PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA      PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI         PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EOPSMO REDEFINES EOPSMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 VIEWC         PICTURE X.
          02 VIEWO         PIC X(6).
          02 FILLER        PICTURE X(3).
          02 PAGEC         PICTURE X.
          02 PAGEO         PIC X(9).
          02 FILLER        PICTURE X(3).
          02 HDGC          PICTURE X.
          02 HDGO          PIC X(70).
      *
      *    CUSTOM 12-ITEM ARRAY - ONE LINE PER FILE OR QUEUE. THE
      *    LEADING SELECTION BYTE IS THE ONLY UNPROTECTED FIELD -
      *    O, C, E OR D THERE OPENS, CLOSES, ENABLES OR DISABLES THAT
      *    LINE'S FILE ON THE NEXT ENTER.
      *
          02 OPS-LINEO OCCURS 12 TIMES INDEXED BY OPS-LINEO-INDEX.
             03 FILLER     PICTURE X(3).
             03 SEL01C     PICTURE X.
             03 SEL01O     PIC X(1).
             03 FILLER     PICTURE X(3).
             03 HLTH01C    PICTURE X.
             03 HLTH01O    PIC X(70).
      *
      *    REASON FOR A FILE ACTION - RECORDED ON THE SIGN-ON AUDIT
      *    ENTRY ALONGSIDE THE OPERATOR'S TERMINAL.
      *
          02 FILLER        PICTURE X(3).
          02 RSNC          PICTURE X.
          02 RSNO          PIC X(20).
      *
      *    MESSAGE SECTION (WE KEEP IT 'AS IS').
      *
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
