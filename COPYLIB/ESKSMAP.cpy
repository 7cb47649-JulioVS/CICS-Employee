      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FIND SOMEONE WHO CAN...' SKILL SEARCH MAP.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 ESKSMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 SKCODEL COMP  PIC  S9(4).
          02 SKCODEF       PICTURE X.
          02 FILLER REDEFINES SKCODEF.
             03 SKCODEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKCODEI       PIC X(8).
          02 SKDESCL COMP  PIC  S9(4).
          02 SKDESCF       PICTURE X.
          02 FILLER REDEFINES SKDESCF.
             03 SKDESCA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SKDESCI       PIC X(29).
          02 MINLVLL COMP  PIC  S9(4).
          02 MINLVLF       PICTURE X.
          02 FILLER REDEFINES MINLVLF.
             03 MINLVLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MINLVLI       PIC X(1).
          02 DEPTIDL COMP  PIC  S9(4).
          02 DEPTIDF       PICTURE X.
          02 FILLER REDEFINES DEPTIDF.
             03 DEPTIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DEPTIDI       PIC X(8).
          02 SUMMRYL COMP  PIC  S9(4).
          02 SUMMRYF       PICTURE X.
          02 FILLER REDEFINES SUMMRYF.
             03 SUMMRYA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SUMMRYI       PIC X(60).
      *
      *   ONE LINE PER MATCHING EMPLOYEE - SAME SELECT-BYTE/CURSOR
      *   HANDOFF TO EVIEWP AS THE EMPLOYEE LISTING.
      *
          02 SKS-LINEI OCCURS 12 TIMES INDEXED BY SKSI-INDEX.
             03 SELCTL COMP
                           PIC  S9(4).
             03 SELCTF     PICTURE X.
             03 FILLER REDEFINES SELCTF.
                04 SELCTA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 SELCTI     PIC X(1).
             03 EMPIDL COMP
                           PIC  S9(4).
             03 EMPIDF     PICTURE X.
             03 FILLER REDEFINES EMPIDF.
                04 EMPIDA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 EMPIDI     PIC X(8).
             03 PRMNML COMP
                           PIC  S9(4).
             03 PRMNMF     PICTURE X.
             03 FILLER REDEFINES PRMNMF.
                04 PRMNMA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 PRMNMI     PIC X(29).
             03 SKLVLL COMP
                           PIC  S9(4).
             03 SKLVLF     PICTURE X.
             03 FILLER REDEFINES SKLVLF.
                04 SKLVLA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 SKLVLI     PIC X(1).
             03 LVLDSL COMP
                           PIC  S9(4).
             03 LVLDSF     PICTURE X.
             03 FILLER REDEFINES LVLDSF.
                04 LVLDSA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 LVLDSI     PIC X(10).
             03 DPTIDL COMP
                           PIC  S9(4).
             03 DPTIDF     PICTURE X.
             03 FILLER REDEFINES DPTIDF.
                04 DPTIDA  PICTURE X.
             03 FILLER     PICTURE X(1).
             03 DPTIDI     PIC X(8).
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
       01 ESKSMO REDEFINES ESKSMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 SKCODEC       PICTURE X.
          02 SKCODEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SKDESCC       PICTURE X.
          02 SKDESCO       PIC X(29).
          02 FILLER        PICTURE X(3).
          02 MINLVLC       PICTURE X.
          02 MINLVLO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 DEPTIDC       PICTURE X.
          02 DEPTIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SUMMRYC       PICTURE X.
          02 SUMMRYO       PIC X(60).
          02 SKS-LINEO OCCURS 12 TIMES INDEXED BY SKSO-INDEX.
             03 FILLER     PICTURE X(3).
             03 SELCTC     PICTURE X.
             03 SELCTO     PIC X(1).
             03 FILLER     PICTURE X(3).
             03 EMPIDC     PICTURE X.
             03 EMPIDO     PIC X(8).
             03 FILLER     PICTURE X(3).
             03 PRMNMC     PICTURE X.
             03 PRMNMO     PIC X(29).
             03 FILLER     PICTURE X(3).
             03 SKLVLC     PICTURE X.
             03 SKLVLO     PIC X(1).
             03 FILLER     PICTURE X(3).
             03 LVLDSC     PICTURE X.
             03 LVLDSO     PIC X(10).
             03 FILLER     PICTURE X(3).
             03 DPTIDC     PICTURE X.
             03 DPTIDO     PIC X(8).
          02 FILLER        PICTURE X(3).
          02 MESSC         PICTURE X.
          02 MESSO         PIC X(79).
