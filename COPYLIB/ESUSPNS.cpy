      *        VIEW, CORRECT AND RE-APPLY (OR DISCARD) EACH ONE, AND
      *        EDSYNCP'S CONFIRMATION LINE CARRIES THE COUNT STILL
      *        OPEN SO THE BACKLOG CAN'T BE IGNORED.
      *      - EPHFDP PARKS ITS REJECTED PAYROLL EARNINGS RECORDS HERE
      *        TOO, FLAGGED BY SUS-FEED-SOURCE. ESUSP ONLY WORKS THE
      *        FINANCE ITEMS; A PAYROLL ITEM IS CLOSED BY EPHFDP ITSELF
      *        ONCE PAYROLL RESENDS THE PERIOD AND IT LOADS CLEANLY.
      ******************************************************************
       01 SUSPENSE-RECORD.
          05 SUS-SUSPENSE-KEY.
                                       PIC X(30).
             10 SUS-FEED-PARENT-ID     PIC X(8).
             10 SUS-FEED-COST-CENTER   PIC X(6).
      *
      *    THE SAME 52 BYTES AS PAYROLL'S EARNINGS RECORD (SAME
      *    LAYOUT AS EPHFDP'S WS-FEED-RECORD).
      *
          05 SUS-PAYROLL-IMAGE REDEFINES SUS-FEED-IMAGE.
             10 SUS-PAY-EMPLOYEE-ID    PIC X(8).
             10 SUS-PAY-PERIOD-END-DATE
                                       PIC X(8).
             10 SUS-PAY-PAY-DATE       PIC X(8).
             10 SUS-PAY-GROSS-PAY      PIC X(9).
             10 SUS-PAY-DEDUCTIONS     PIC X(9).
             10 SUS-PAY-NET-PAY        PIC X(9).
             10 FILLER                 PIC X(1).
          05 SUS-REJECT-REASON         PIC X(30).
          05 SUS-STATUS                PIC X(1).
             88 SUS-OPEN                     VALUE 'O'.
             88 SUS-RESOLVED                 VALUE 'R'.
             88 SUS-DISCARDED                VALUE 'D'.
          05 SUS-RESOLVED-DATE         PIC X(8).
      *
      *    WHICH FEED PARKED THE ITEM - ITEMS FROM BEFORE THERE WAS
      *    MORE THAN ONE FEED CARRY A SPACE AND ARE FINANCE'S.
      *
          05 SUS-FEED-SOURCE           PIC X(1).
             88 SUS-FROM-FINANCE-FEED        VALUE 'F' SPACE.
             88 SUS-FROM-PAYROLL-FEED        VALUE 'P'.
