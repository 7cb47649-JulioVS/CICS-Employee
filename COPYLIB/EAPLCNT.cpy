      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - REQUISITION APPLICANT RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY APL-APPLICANT-KEY (APP-APPLICANT-FILE-NAME):
      *        THE REQUISITION KEY (SEE EREQSTN.CPY) FOLLOWED BY AN
      *        APPLICANT SEQUENCE, SO A REQUISITION'S CANDIDATES SIT
      *        TOGETHER AND ETTFRP CAN BROWSE THEM DIRECTLY.
      *      - ONE RECORD PER CANDIDATE PER REQUISITION. MAINTAINED ON
      *        EAPLP; AN ACCEPTED APPLICANT IS HANDED TO EADDP AS A
      *        PRE-FILLED HIRE, AND EADDP STAMPS THE NEW EMPLOYEE ID
      *        BACK ONCE THE HIRE IS WRITTEN.
      ******************************************************************
       01 APPLICANT-RECORD.
          05 APL-APPLICANT-KEY.
             10 APL-DEPARTMENT-ID      PIC 9(8).
             10 APL-REQUISITION-SEQ    PIC 9(4).
             10 APL-APPLICANT-SEQ      PIC 9(4).
          05 APL-PRIMARY-NAME          PIC X(38).
          05 APL-FULL-NAME             PIC X(38).
      *
      *    WHERE THE CANDIDATE CAME FROM.
      *
          05 APL-SOURCE                PIC X(1).
             88 APL-SRC-AGENCY              VALUE 'A'.
             88 APL-SRC-REFERRAL            VALUE 'R'.
             88 APL-SRC-JOB-BOARD           VALUE 'J'.
             88 APL-SRC-WEBSITE             VALUE 'W'.
             88 APL-SRC-INTERNAL            VALUE 'I'.
             88 APL-SRC-DIRECT              VALUE 'D'.
             88 APL-SOURCE-VALID            VALUE 'A' 'R' 'J' 'W'
                                                  'I' 'D'.
      *
      *    WHERE THE CANDIDATE STANDS. EACH STAGE STAMPS ITS OWN DATE
      *    BELOW THE FIRST TIME IT IS REACHED; ACCEPTED AND DECLINED
      *    SHARE THE DECISION DATE.
      *
          05 APL-STAGE                 PIC X(1).
             88 APL-SCREENED                VALUE 'S'.
             88 APL-INTERVIEWED             VALUE 'I'.
             88 APL-OFFERED                 VALUE 'O'.
             88 APL-ACCEPTED                VALUE 'A'.
             88 APL-DECLINED                VALUE 'D'.
             88 APL-STAGE-VALID             VALUE 'S' 'I' 'O' 'A'
                                                  'D'.
             88 APL-DECIDED                 VALUE 'A' 'D'.
          05 APL-APPLIED-DATE          PIC X(8).
          05 APL-SCREENED-DATE         PIC X(8).
          05 APL-INTERVIEWED-DATE      PIC X(8).
          05 APL-OFFERED-DATE          PIC X(8).
          05 APL-DECISION-DATE         PIC X(8).
      *
      *    THE START DATE AGREED WITH AN ACCEPTING CANDIDATE - CARRIED
      *    ONTO EADDP'S ADD SCREEN AS THE EMPLOYEE START DATE.
      *
          05 APL-AGREED-START-DATE     PIC X(8).
      *
      *    ZERO UNTIL EADDP HAS WRITTEN THE HIRE.
      *
          05 APL-HIRED-EMPLOYEE-ID     PIC 9(8).
          05 FILLER                    PIC X(20).
