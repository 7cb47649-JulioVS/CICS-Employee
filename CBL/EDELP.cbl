      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EMPCNTL.
       COPY DEPTMAST.
       COPY EAUDIT.
       COPY EAUDCCA.
       COPY EEVENT.
       COPY EPERMTX.
       COPY EDCNTCA.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO DEL-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-TOGGLE-RECORD
           END-IF.

           IF RECORD-FOUND THEN
              INITIALIZE DEPT-COUNTER-COMMAREA
              MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID
              MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG
              MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT

              EVALUATE TRUE
              WHEN EMP-ACTIVE
                   SET EMP-DELETED TO TRUE
                   END-EVALUATE
                   PERFORM 2220-WRITE-AUDIT-LOG-RECORD
                   PERFORM 2225-UPDATE-RECORD-COUNT-CONTROL
                   PERFORM 2226-ADJUST-DEPT-COUNTERS
              WHEN DFHRESP(NOTOPEN)
                   MOVE 'Employee Master File Not Open!' TO WS-MESSAGE
              WHEN OTHER
           MOVE DEL-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-DELETE-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 2221-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
      *    DOWNSTREAM PROVISIONING HEARS ABOUT IT WITHIN MINUTES.
           PERFORM 2222-EMIT-EMPLOYEE-EVENT.

       2221-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2221-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHAIN THE ENTRY ONTO THE EMPLOYEE'S AUDIT TRAIL (EAUDHP)
      *    RIGHT BEFORE IT IS WRITTEN. A FAILED LINK LEAVES IT
      *    UNSEALED - THE CHANGE IS STILL AUDITED, AND THE CHAIN
      *    VERIFIER (EAUDCVP) REPORTS THE GAP.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

       2222-EMIT-EMPLOYEE-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2222-EMIT-EMPLOYEE-EVENT' TO WS-DEBUG-AID.
                   END-EXEC
           END-IF.

       2226-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2226-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A SOFT-DELETE TAKES THE HEAD OFF ITS DEPARTMENT'S COUNTER
      *    AND A REACTIVATION PUTS IT BACK, IN THE SAME UNIT OF WORK
      *    AS THE REWRITE. THE BEFORE IMAGE WAS TAKEN AS READ; A
      *    FAILURE HERE IS LEFT FOR THE NIGHTLY EDCVP RECOUNT.
           SET DCA-ADJUST TO TRUE.
           MOVE EMP-DEPARTMENT-ID TO DCA-AFTER-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-AFTER-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-AFTER-FTE-PERCENT.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2300-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
