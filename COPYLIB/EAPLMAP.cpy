      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'REQUISITION APPLICANT ADMINISTRATION' MAP.
      *      - KEYED BY DEPARTMENT, REQUISITION SEQUENCE AND APPLICANT
      *        SEQUENCE; A BLANK APPLICANT SEQUENCE ON LOCATE MEANS
      *        'ADD THE NEXT ONE'.
      ******************************************************************
      *-----------------------------------------------------------------
      *   INPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EAPLMI.
          02 FILLER        PIC X(12).
          02 TRANIDL COMP  PIC  S9(4).
          02 TRANIDF       PICTURE X.
          02 FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 TRANIDI       PIC X(4).
          02 LOGDINL COMP  PIC  S9(4).
          02 LOGDINF       PICTURE X.
          02 FILLER REDEFINES LOGDINF.
             03 LOGDINA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LOGDINI       PIC X(8).
          02 APDEPTL COMP  PIC  S9(4).
          02 APDEPTF       PICTURE X.
          02 FILLER REDEFINES APDEPTF.
             03 APDEPTA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APDEPTI       PIC X(8).
          02 APREQNL COMP  PIC  S9(4).
          02 APREQNF       PICTURE X.
          02 FILLER REDEFINES APREQNF.
             03 APREQNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APREQNI       PIC X(4).
          02 APSEQNL COMP  PIC  S9(4).
          02 APSEQNF       PICTURE X.
          02 FILLER REDEFINES APSEQNF.
             03 APSEQNA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APSEQNI       PIC X(4).
          02 DPNAMEL COMP  PIC  S9(4).
          02 DPNAMEF       PICTURE X.
          02 FILLER REDEFINES DPNAMEF.
             03 DPNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DPNAMEI       PIC X(30).
          02 RQTITLL COMP  PIC  S9(4).
          02 RQTITLF       PICTURE X.
          02 FILLER REDEFINES RQTITLF.
             03 RQTITLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RQTITLI       PIC X(8).
          02 RQSTATL COMP  PIC  S9(4).
          02 RQSTATF       PICTURE X.
          02 FILLER REDEFINES RQSTATF.
             03 RQSTATA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 RQSTATI       PIC X(1).
          02 APNAMEL COMP  PIC  S9(4).
          02 APNAMEF       PICTURE X.
          02 FILLER REDEFINES APNAMEF.
             03 APNAMEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APNAMEI       PIC X(38).
          02 APFULLL COMP  PIC  S9(4).
          02 APFULLF       PICTURE X.
          02 FILLER REDEFINES APFULLF.
             03 APFULLA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APFULLI       PIC X(38).
          02 APSRCEL COMP  PIC  S9(4).
          02 APSRCEF       PICTURE X.
          02 FILLER REDEFINES APSRCEF.
             03 APSRCEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APSRCEI       PIC X(1).
          02 APSTAGL COMP  PIC  S9(4).
          02 APSTAGF       PICTURE X.
          02 FILLER REDEFINES APSTAGF.
             03 APSTAGA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APSTAGI       PIC X(1).
          02 APDATEL COMP  PIC  S9(4).
          02 APDATEF       PICTURE X.
          02 FILLER REDEFINES APDATEF.
             03 APDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 APDATEI       PIC X(8).
          02 SCDATEL COMP  PIC  S9(4).
          02 SCDATEF       PICTURE X.
          02 FILLER REDEFINES SCDATEF.
             03 SCDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 SCDATEI       PIC X(8).
          02 IVDATEL COMP  PIC  S9(4).
          02 IVDATEF       PICTURE X.
          02 FILLER REDEFINES IVDATEF.
             03 IVDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 IVDATEI       PIC X(8).
          02 OFDATEL COMP  PIC  S9(4).
          02 OFDATEF       PICTURE X.
          02 FILLER REDEFINES OFDATEF.
             03 OFDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 OFDATEI       PIC X(8).
          02 DCDATEL COMP  PIC  S9(4).
          02 DCDATEF       PICTURE X.
          02 FILLER REDEFINES DCDATEF.
             03 DCDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 DCDATEI       PIC X(8).
          02 STDATEL COMP  PIC  S9(4).
          02 STDATEF       PICTURE X.
          02 FILLER REDEFINES STDATEF.
             03 STDATEA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 STDATEI       PIC X(8).
          02 HIREIDL COMP  PIC  S9(4).
          02 HIREIDF       PICTURE X.
          02 FILLER REDEFINES HIREIDF.
             03 HIREIDA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 HIREIDI       PIC X(8).
          02 MESSL COMP  PIC  S9(4).
          02 MESSF       PICTURE X.
          02 FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 MESSI       PIC X(79).
      *-----------------------------------------------------------------
      *   OUTPUT MAP SECTION.-
      *-----------------------------------------------------------------
       01 EAPLMO REDEFINES EAPLMI.
          02 FILLER        PIC X(12).
          02 FILLER        PICTURE X(3).
          02 TRANIDC       PICTURE X.
          02 TRANIDO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 LOGDINC       PICTURE X.
          02 LOGDINO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 APDEPTC       PICTURE X.
          02 APDEPTO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 APREQNC       PICTURE X.
          02 APREQNO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 APSEQNC       PICTURE X.
          02 APSEQNO       PIC X(4).
          02 FILLER        PICTURE X(3).
          02 DPNAMEC       PICTURE X.
          02 DPNAMEO       PIC X(30).
          02 FILLER        PICTURE X(3).
          02 RQTITLC       PICTURE X.
          02 RQTITLO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 RQSTATC       PICTURE X.
          02 RQSTATO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 APNAMEC       PICTURE X.
          02 APNAMEO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 APFULLC       PICTURE X.
          02 APFULLO       PIC X(38).
          02 FILLER        PICTURE X(3).
          02 APSRCEC       PICTURE X.
          02 APSRCEO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 APSTAGC       PICTURE X.
          02 APSTAGO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 APDATEC       PICTURE X.
          02 APDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 SCDATEC       PICTURE X.
          02 SCDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 IVDATEC       PICTURE X.
          02 IVDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 OFDATEC       PICTURE X.
          02 OFDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 DCDATEC       PICTURE X.
          02 DCDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 STDATEC       PICTURE X.
          02 STDATEO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 HIREIDC       PICTURE X.
          02 HIREIDO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 MESSC       PICTURE X.
          02 MESSO       PIC X(79).
