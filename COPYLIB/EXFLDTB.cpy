      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EXTRACT LAYOUT FIELD CATALOGUE (NO ASSOCIATED FILE).
      *      - EVERY FIELD CODE AN EXTRACT LAYOUT (SEE EXLAYT.CPY) MAY
      *        NAME, WITH ITS HEADER-ROW NAME AND ITS FIXED-WIDTH
      *        COLUMN WIDTH. 'N' MARKS A NUMERIC FIELD, WRITTEN
      *        UNQUOTED IN A COMMA-DELIMITED ROW.
      *      - EXLYADM VALIDATES CODES AGAINST IT; EXFMTP FORMATS BY
      *        IT. A NEW EXTRACTABLE FIELD MEANS A NEW ENTRY HERE, A
      *        MATCHING WHEN IN EXFMTP'S 3100-GET-FIELD-VALUE, AND A
      *        BUMP TO XFD-ENTRY-COUNT.
      *      - THE JOINED FIELDS (DEPARTMENT NAME, JOB-TITLE
      *        DESCRIPTION, MANAGER ID AND NAME) ARE LOOKED UP BY
      *        EXFMTP; EXTERNAL ID AND BIRTH DATE ARE MASKED FOR
      *        STANDARD USERS THE SAME WAY THE SCREENS MASK THEM.
      ******************************************************************
       01 XFD-FIELD-CATALOGUE.
          05 FILLER PIC X(28) VALUE 'EMPIDEMPLOYEE ID         08N'.
          05 FILLER PIC X(28) VALUE 'PNAMEPRIMARY NAME        38 '.
          05 FILLER PIC X(28) VALUE 'FNAMEFULL NAME           38 '.
          05 FILLER PIC X(28) VALUE 'SNAMESHORT NAME          20 '.
          05 FILLER PIC X(28) VALUE 'HONORHONORIFIC           06 '.
          05 FILLER PIC X(28) VALUE 'TITLEJOB TITLE CODE      29 '.
          05 FILLER PIC X(28) VALUE 'TDESCJOB TITLE           29 '.
          05 FILLER PIC X(28) VALUE 'DEPIDDEPARTMENT ID       08N'.
          05 FILLER PIC X(28) VALUE 'DNAMEDEPARTMENT NAME     30 '.
          05 FILLER PIC X(28) VALUE 'MGRIDMANAGER ID          08N'.
          05 FILLER PIC X(28) VALUE 'MGRNMMANAGER NAME        38 '.
          05 FILLER PIC X(28) VALUE 'SUPIDSUPERVISOR ID       08N'.
          05 FILLER PIC X(28) VALUE 'EXTIDEXTERNAL ID         12 '.
          05 FILLER PIC X(28) VALUE 'STARTSTART DATE          08 '.
          05 FILLER PIC X(28) VALUE 'ENDDTEND DATE            08 '.
          05 FILLER PIC X(28) VALUE 'BIRTHBIRTH DATE          08 '.
          05 FILLER PIC X(28) VALUE 'ETYPEEMPLOYEE TYPE       03 '.
          05 FILLER PIC X(28) VALUE 'FTEPCFTE PERCENT         03N'.
          05 FILLER PIC X(28) VALUE 'LOCTNWORK LOCATION       06 '.
          05 FILLER PIC X(28) VALUE 'APPDTAPPRAISAL DATE      08 '.
          05 FILLER PIC X(28) VALUE 'APPRSAPPRAISAL RESULT    10 '.
       01 FILLER REDEFINES XFD-FIELD-CATALOGUE.
          05 XFD-ENTRY OCCURS 21 TIMES INDEXED BY XFD-INDEX.
             10 XFD-FIELD-CODE      PIC X(5).
             10 XFD-HEADING         PIC X(20).
             10 XFD-WIDTH           PIC 9(2).
             10 XFD-KIND            PIC X(1).
                88 XFD-NUMERIC-FIELD        VALUE 'N'.
       01 XFD-ENTRY-COUNT           PIC S9(4) USAGE IS BINARY
                                              VALUE 21.
