      *          CHECK IF THE USER ID VALIDITY PERIOD HAS STARTED
                 IF WS-CURRENT-DATE
                    IS GREATER THAN OR EQUAL TO RU-LAST-EFFECTIVE-DATE
      *             A SIGN-ON OUTSIDE THE USER'S PERMITTED DAYS AND
      *             HOURS GOES NO FURTHER - NOT EVEN TO A PASSWORD
      *             CHANGE. 3430 ENDS THE TASK ITSELF ON A REFUSAL.
                    PERFORM 3430-CHECK-SIGNON-WINDOW
      *             AN EXTERNALLY-VERIFIED PASSWORD IS AGED BY THE
      *             SECURITY MANAGER ITSELF, NOT BY US.
                    IF NOT RU-AUTH-EXTERNAL
                CONTINUE
           END-EVALUATE.

       3430-CHECK-SIGNON-WINDOW.
      *    THE ACTIVITY MONITOR OWNS THE WINDOW RULES (SEE ESONWIN.CPY)
      *    SO THE SAME TEST DECIDES BOTH THIS SIGN-ON AND, LATER, WHEN
      *    THE SESSION HAS TO END. A REFUSAL GOES ON THE PERMANENT
      *    SIGN-ON AUDIT FILE; AN ERROR REACHING THE MONITOR REFUSES
      *    THE SIGN-ON TOO, AS IT WOULD IN 3250 BELOW.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           MOVE WS-USER-ID TO MON-USER-ID.
           MOVE RU-USER-TYPE TO MON-USER-CATEGORY.
           MOVE AC-SIGNON-PROGRAM-NAME TO MON-LINKING-PROGRAM.
           SET MON-AC-WINDOW-CHECK TO TRUE.

           PERFORM 3260-PUT-MONITOR-CONTAINER.

           EXEC CICS LINK
                PROGRAM(AC-ACTMON-PROGRAM-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3270-GET-MONITOR-CONTAINER
                IF MON-ST-OUTSIDE-WINDOW THEN
                   MOVE MON-MESSAGE TO MESSO
                   PERFORM 3490-RECORD-WINDOW-REFUSAL
                   PERFORM 9200-SEND-MAP-AND-RETURN
                END-IF
                IF MON-PROCESSING-ERROR THEN
                   MOVE MON-MESSAGE TO MESSO
                   PERFORM 9200-SEND-MAP-AND-RETURN
                END-IF
           WHEN DFHRESP(PGMIDERR)
                MOVE "Activity Monitor Program Not Found!" TO MESSO
                PERFORM 9200-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE "Error Linking To Activity Monitor!" TO MESSO
                PERFORM 9200-SEND-MAP-AND-RETURN
           END-EVALUATE.

       3450-CHECK-PASSWORD-EXPIRATION.
      *    IF A PASSWORD-CHANGE DATE HAS NEVER BEEN RECORDED FOR THIS
      *    USER, OR THE SESSION-WIDE POLICY HAS NO AGE LIMIT SET,
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3490-RECORD-WINDOW-REFUSAL.
      *    SAME AS 3480 ABOVE - THE RESPONSE IS DELIBERATELY IGNORED.
           INITIALIZE SIGNON-AUDIT-RECORD.
           MOVE WS-USER-ID TO SNA-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SNA-TIMESTAMP.
           MOVE EIBTRMID TO SNA-TERMINAL-ID.
           SET SNA-WINDOW-REFUSED TO TRUE.
           MOVE ZEROES TO SNA-ATTEMPT-COUNT.

           EXEC CICS WRITE
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                FROM (SIGNON-AUDIT-RECORD)
                RIDFLD(SNA-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9100-TRANSFER-TO-LANDING-PAGE.
      *    TRANSFER TO THE LANDING PAGE (THE MAIN MENU). THE ACTIVITY
      *    MONITOR CHANNEL PUT TOGETHER IN 3250 IS STILL CURRENT FOR
