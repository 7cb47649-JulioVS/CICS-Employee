      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RIGHT-TO-WORK DOCUMENT RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY RTW-EMPLOYEE-ID (APP-RTWDOC-FILE-NAME), A ONE-
      *        PER-EMPLOYEE CHILD OF THE EMPLOYEE MASTER, SAME SHAPE AS
      *        THE PAYMENT-DETAILS FILE - THE DOCUMENT THE EMPLOYEE'S
      *        LEGAL RIGHT TO WORK WAS CHECKED AGAINST.
      *      - FIRST WRITTEN BY EADDP/EBLKHP AT HIRE (A HIRE WITH NO
      *        DOCUMENT IS REFUSED OR WARNED BY EMPLOYEE TYPE), THEN
      *        MAINTAINED ON ERTWP, REACHED FROM EVIEWP (PF18). THE
      *        DOCUMENT NUMBER DISPLAYS MASKED TO ITS LAST FOUR
      *        CHARACTERS THE WAY EMP-EXTERNAL-ID DOES, WITH AN AUDITED
      *        UNMASK FOR ADMINISTRATORS.
      *      - ERTWXP'S MONTHLY SWEEP LISTS, BY DEPARTMENT, EVERY
      *        DOCUMENT EXPIRING WITHIN APP-RTWEXP-WARN-DAYS AND ANY
      *        ALREADY EXPIRED.
      *      - ALL DATES ARE YYYYMMDD.
      ******************************************************************
       01 RIGHT-TO-WORK-RECORD.
          05 RTW-EMPLOYEE-ID        PIC 9(8).
      *
      *    A WORK PERMIT OR VISA ALWAYS CARRIES AN EXPIRY DATE; THE
      *    OTHERS MAY LEAVE IT BLANK (NO EXPIRY - NEVER ON THE SWEEP).
      *
          05 RTW-DOCUMENT-TYPE      PIC X(2).
             88 RTW-DT-PASSPORT             VALUE 'PP'.
             88 RTW-DT-WORK-PERMIT          VALUE 'WP'.
             88 RTW-DT-RESIDENCE-PERMIT     VALUE 'RP'.
             88 RTW-DT-NATIONAL-ID          VALUE 'ID'.
             88 RTW-DT-BIRTH-CERTIFICATE    VALUE 'BC'.
             88 RTW-DT-VALID                VALUE 'PP' 'WP' 'RP'
                                                  'ID' 'BC'.
             88 RTW-DT-EXPIRY-REQUIRED      VALUE 'WP' 'RP'.
          05 RTW-DOCUMENT-NUMBER    PIC X(20).
          05 RTW-ISSUE-DATE         PIC X(8).
          05 RTW-EXPIRY-DATE        PIC X(8).
             88 RTW-NO-EXPIRY               VALUE SPACES.
          05 RTW-LAST-UPDATED-BY    PIC X(8).
          05 RTW-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(18).
