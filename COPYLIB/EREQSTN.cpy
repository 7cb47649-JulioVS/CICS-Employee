      *        TWO MANAGERS CAN NO LONGER RECRUIT INTO THE SAME LAST
      *        SLOT. MAINTAINED ON EREQP; COUNTED BY EADDP; REPORTED
      *        BY ETTFRP'S MONTHLY TIME-TO-FILL RUN.
      *      - ITS CANDIDATES LIVE ON THE APPLICANT FILE (SEE
      *        EAPLCNT.CPY); HIRING AN ACCEPTED APPLICANT FROM EAPLP
      *        MARKS THE REQUISITION FILLED.
      ******************************************************************
       01 REQUISITION-RECORD.
          05 RQN-REQUISITION-KEY.
             88 RQN-COMMITS-A-SLOT          VALUE 'O' 'R'.
          05 RQN-OPENED-DATE           PIC X(8).
          05 RQN-FILLED-DATE           PIC X(8).
      *
      *    BUDGETED PAY GRADE (SEE EPAYGRD.CPY) - EFCSTP'S COST
      *    FORECAST PRICES AN UNFILLED VACANCY AT THE MIDPOINT OF THIS
      *    GRADE'S BAND. ADDED AT THE END SO EVERY RECORD LOADED
      *    BEFORE THE FIELD EXISTED READS AS SPACES (= NOT GRADED YET,
      *    AND NOT PRICED).
      *
          05 RQN-PAY-GRADE             PIC X(4).
