           MOVE WS-PARK-REASON TO SUS-REJECT-REASON.
           SET SUS-OPEN TO TRUE.
           MOVE SPACES TO SUS-RESOLVED-DATE.
           SET SUS-FROM-FINANCE-FEED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-SUSPENSE-FILE-NAME)
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SUS-SCAN-DONE TO TRUE
      *    PAYROLL'S PARKED ITEMS SHARE THE FILE BUT AREN'T ESUS'S
      *    TO REPAIR - ONLY THE FINANCE BACKLOG RIDES THIS LINE.
           WHEN SUS-OPEN AND SUS-FROM-FINANCE-FEED
                ADD 1 TO WS-OPEN-SUSPENSE-COUNT
           WHEN OTHER
                CONTINUE
