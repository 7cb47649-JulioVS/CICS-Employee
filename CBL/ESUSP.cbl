      *        DISCARDS IT; PF8 SKIPS TO THE NEXT OPEN ITEM; PF9
      *        STARTS OVER FROM THE OLDEST. RESOLVED AND DISCARDED
      *        ITEMS STAY ON FILE, DATE-STAMPED, FOR THE AUDIT.
      *      - ITEMS EPHFDP PARKS FROM THE PAYROLL EARNINGS FEED ARE
      *        STEPPED OVER - PAYROLL RESENDS THOSE PERIODS AND EPHFDP
      *        CLOSES THE ITEM WHEN THE RESEND LOADS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           WHEN SUS-SUSPENSE-KEY IS EQUAL TO SUA-CURRENT-KEY
      *         THE ITEM JUST DEALT WITH - STEP PAST IT.
                CONTINUE
      *    PAYROLL'S PARKED EARNINGS ITEMS SHARE THE FILE BUT ARE
      *    CLOSED BY EPHFDP WHEN THE PERIOD IS RESENT - ONLY THE
      *    FINANCE ITEMS ARE WORKED HERE.
           WHEN SUS-OPEN AND SUS-FROM-FINANCE-FEED
                SET OPEN-ITEM-FOUND TO TRUE
                SET WS-SUS-SCAN-DONE TO TRUE
           WHEN OTHER
