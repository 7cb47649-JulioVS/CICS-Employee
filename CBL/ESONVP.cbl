      *          - LOCKOUTS REACHED,
      *          - ATTEMPTS AGAINST INACTIVE ACCOUNTS,
      *          - SIGN-ONS OUTSIDE BUSINESS HOURS (BEFORE 07:00 OR
      *            AFTER 19:00),
      *          - SIGN-ONS REFUSED OUTSIDE THE USER'S PERMITTED
      *            WINDOW AND SESSIONS ENDED WHEN IT CLOSED (SEE
      *            ESONWIN.CPY).
      *        SO SECURITY'S "WHO TRIED WHAT LAST NIGHT" IS A REPORT,
      *        NOT AN ARCHAEOLOGY PROJECT.
      ******************************************************************
           WHEN SNA-INACTIVE-ATTEMPT
                MOVE 'INACTIVE-ACCT ATTEMPT' TO WS-RPT-VIOLATION
                PERFORM 2200-WRITE-VIOLATION-LINE
           WHEN SNA-WINDOW-REFUSED
                MOVE 'OUTSIDE-WINDOW REFUSAL' TO WS-RPT-VIOLATION
                PERFORM 2200-WRITE-VIOLATION-LINE
           WHEN SNA-WINDOW-CLOSED
                MOVE 'WINDOW-CLOSE SIGN-OFF' TO WS-RPT-VIOLATION
                PERFORM 2200-WRITE-VIOLATION-LINE
           WHEN SNA-SIGNED-ON AND
                (SNA-AUDIT-TIME IS LESS THAN WS-BUSINESS-OPEN-TIME
                 OR SNA-AUDIT-TIME IS GREATER THAN
