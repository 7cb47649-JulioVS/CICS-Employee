      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EXTRACT LAYOUT TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY XLY-LAYOUT-NAME (APP-EXPLAYOUT-FILE-NAME).
      *      - EACH RECEIVING TEAM GETS ITS OWN NAMED LAYOUT INSTEAD
      *        OF REFORMATTING THE FIXED EXPORT RECORD BY HAND: AN
      *        ORDERED LIST OF FIELD CODES (SEE EXFLDTB.CPY FOR THE
      *        CATALOGUE - EMPLOYEE MASTER FIELDS PLUS THE JOINED
      *        DEPARTMENT NAME, JOB-TITLE DESCRIPTION AND MANAGER
      *        NAME) AND AN OUTPUT FORMAT.
      *      - NAMED ON ELISTP'S FILTERS SCREEN FOR THE PF9 EXPORT AND
      *        SAVED WITH A NAMED FILTER SET (SVF-LAYOUT-NAME), SO
      *        ESFEXP'S SCHEDULED CUT USES IT TOO. MAINTAINED ON
      *        EXLYADM; ROWS ARE BUILT BY EXFMTP.
      ******************************************************************
       01 EXPORT-LAYOUT-RECORD.
          05 XLY-LAYOUT-NAME        PIC X(8).
          05 XLY-DESCRIPTION        PIC X(30).
      *
      *    'F' (OR SPACE) = FIXED WIDTH, EACH FIELD AT ITS CATALOGUE
      *    WIDTH WITH A ONE-BLANK GAP. 'C' = COMMA-DELIMITED, TEXT
      *    FIELDS IN DOUBLE QUOTES, WITH A HEADER ROW OF FIELD NAMES
      *    AHEAD OF THE FIRST DETAIL ROW.
      *
          05 XLY-OUTPUT-FORMAT      PIC X(1).
             88 XLY-FIXED-WIDTH             VALUE 'F' SPACE.
             88 XLY-COMMA-DELIMITED         VALUE 'C'.
      *
      *    THE FIELDS IN OUTPUT ORDER - XLY-FIELD-COUNT OF THEM, NO
      *    GAPS (EXLYADM CLOSES UP ANY BLANK SLOT ON SAVE).
      *
          05 XLY-FIELD-COUNT        PIC 9(2).
          05 XLY-FIELD-CODE OCCURS 12 TIMES
                INDEXED BY XLY-FIELD-INDEX
                                    PIC X(5).
          05 XLY-LAST-CHANGED-BY    PIC X(8).
          05 XLY-LAST-CHANGED-DATE  PIC X(8).
