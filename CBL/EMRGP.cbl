      *          - RE-KEYS THE DUPLICATE'S EAUDIT AND DEPTTRN HISTORY
      *            ONTO THE SURVIVOR (SAME TIMESTAMPS, NEW EMPLOYEE
      *            ID - A RARE KEY COLLISION ON THE SURVIVOR SIDE IS
      *            RESOLVED BY NUDGING THE TIMESTAMP FORWARD), THEN
      *            RE-SEALS THE SURVIVOR'S AUDIT CHAINS (EAUDHP) SO
      *            THE MOVED ENTRIES SIT IN THEM LEGITIMATELY (EAUDHP
      *            TAKES A RESEAL ONLY FROM HERE, AND LOGS EACH ONE TO
      *            THE SURVIVOR'S EAUDIT TRAIL UNDER THE MERGING USER).
      *            IF EITHER CHAIN CANNOT BE RESEALED - AN ENTRY THAT
      *            NO LONGER MATCHES ITS OLD SEAL, OR NO SEAL COULD BE
      *            MADE - THE WHOLE MERGE IS ROLLED BACK,
      *          - MARKS THE DUPLICATE MERGED ('M', DISTINCT FROM AN
      *            ORDINARY SOFT-DELETE),
      *          - LOGS THE MERGE ITSELF TO EAUDIT AGAINST THE
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EDEPTTRN.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EDCNTCA.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY DFHAID.
       01 WS-REKEY-WRITE-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-REKEY-LANDED                  VALUE 'Y'.
      *
      *    HOW FAR THE CURRENT ENTRY HAS BEEN NUDGED, AND THE MOST
      *    ANY ENTRY WAS - EAUDHP NEEDS THE LATTER TO FIND A MOVED
      *    ENTRY'S ORIGINAL TIMESTAMP WHEN IT CHECKS THE OLD SEAL.
       01 WS-REKEY-NUDGES           PIC 9(4)  VALUE ZEROES.
       01 WS-REKEY-MAX-NUDGES       PIC 9(4)  VALUE ZEROES.
      *
       01 WS-RESEAL-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-RESEAL-FAILED                 VALUE 'Y'.
      *
      *    THE AUDIT ENTRY'S ORIGINAL TIMESTAMP, HELD WHILE ITS
      *    BEFORE/AFTER DETAIL ROWS ARE RE-KEYED - THE PARENT MAY
      *    HAVE LANDED ON A NUDGED TIMESTAMP, AND THE CHILDREN MUST
       01 WS-ADT-OLD-TIMESTAMP      PIC X(14) VALUE SPACES.
       01 WS-ADT-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-ADT-SCAN-DONE                 VALUE 'Y'.
      *
      *    THE EXTERNAL IDS ARE HELD ENCIPHERED, SO THE PAIR SHOWS
      *    THEM MASKED TO THE LAST FOUR - THE SAME PERSON STILL SHOWS
      *    THE SAME FOUR ON BOTH SIDES.
       01 WS-MASKED-EXTERNAL-ID.
          05 FILLER                 PIC X(8)  VALUE '********'.
          05 WS-MSK-LAST-FOUR       PIC X(4)  VALUE SPACES.
      *
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO MRG-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-PAIR
           END-IF.

           PERFORM 3000-REKEY-AUDIT-HISTORY.
           PERFORM 3050-RECHAIN-SURVIVOR-AUDIT.

      *    A TRAIL THAT COULD NOT BE RESEALED WOULD LEAVE THE MOVED
      *    ENTRIES BREAKING THE SURVIVOR'S CHAIN - BACK OUT THE RE-KEY
      *    AND ANY PART-DONE RESEAL, AND LEAVE BOTH RECORDS AS THEY
      *    WERE.
           IF WS-RESEAL-FAILED
              EXEC CICS SYNCPOINT ROLLBACK
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Merge Failed - Audit Trail Could Not Be Resealed!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-REKEY-TRANSFER-HISTORY.
           PERFORM 3200-MARK-DUPLICATE-MERGED.
           PERFORM 3300-LOG-MERGE-TO-AUDIT.
      *    THE ORIGINAL - THE BROWSE IS REOPENED EVERY CYCLE SO THE
      *    DELETE NEVER HAPPENS UNDERNEATH AN OPEN BROWSE.
           MOVE SPACE TO WS-HISTORY-SCAN-SWITCH.
           MOVE ZEROES TO WS-REKEY-MAX-NUDGES.

           PERFORM 3010-REKEY-ONE-AUDIT-RECORD
              UNTIL WS-HISTORY-SCAN-DONE.

           MOVE MRG-SURVIVOR-ID TO AUD-EMPLOYEE-ID.
           MOVE SPACE TO WS-REKEY-WRITE-SWITCH.
           MOVE ZEROES TO WS-REKEY-NUDGES.
           PERFORM 3020-WRITE-REKEYED-AUDIT
              UNTIL WS-REKEY-LANDED.

              MOVE AUD-AUDIT-TIMESTAMP TO WS-REKEY-TS-NUMERIC
              ADD 1 TO WS-REKEY-TS-NUMERIC
              MOVE WS-REKEY-TS-NUMERIC TO AUD-AUDIT-TIMESTAMP
              ADD 1 TO WS-REKEY-NUDGES
              IF WS-REKEY-NUDGES IS GREATER THAN WS-REKEY-MAX-NUDGES
                 MOVE WS-REKEY-NUDGES TO WS-REKEY-MAX-NUDGES
              END-IF
           ELSE
              SET WS-REKEY-LANDED TO TRUE
              ADD 1 TO WS-REKEYED-COUNT
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3050-RECHAIN-SURVIVOR-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3050-RECHAIN-SURVIVOR-AUDIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE DUPLICATE'S ENTRIES NOW SIT IN AMONG THE SURVIVOR'S BY
      *    TIMESTAMP, SO BOTH OF THE SURVIVOR'S CHAINS (ENTRIES AND
      *    DETAIL IMAGES) ARE RE-SEALED IN KEY ORDER. THE MERGE ENTRY
      *    LOGGED AFTERWARDS RECORDS WHO DID IT, AND EAUDHP LOGS EACH
      *    RESEAL UNDER THE SAME USER. EAUDHP CHECKS EVERY ENTRY
      *    AGAINST ITS OLD SEAL FIRST - THE MOVED ONES UNDER THE
      *    DUPLICATE'S ID, UP TO THE MOST ANY WAS NUDGED - AND STOPS
      *    AT THE FIRST THAT FAILS, LEAVING THE CALLER TO BACK OUT.
           MOVE SPACE TO WS-RESEAL-SWITCH.

           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-RECHAIN TO TRUE.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE MRG-SURVIVOR-ID TO ACH-EMPLOYEE-ID.
           MOVE MRG-USER-ID TO ACH-RECHAIN-USER-ID.
           MOVE MRG-DUPLICATE-ID TO ACH-RECHAIN-DUPLICATE-ID.
           MOVE WS-REKEY-MAX-NUDGES TO ACH-RECHAIN-MAX-NUDGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              ACH-REQUEST-FAILED
              SET WS-RESEAL-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-RECHAIN TO TRUE.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE MRG-SURVIVOR-ID TO ACH-EMPLOYEE-ID.
           MOVE MRG-USER-ID TO ACH-RECHAIN-USER-ID.
           MOVE MRG-DUPLICATE-ID TO ACH-RECHAIN-DUPLICATE-ID.
           MOVE WS-REKEY-MAX-NUDGES TO ACH-RECHAIN-MAX-NUDGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              ACH-REQUEST-FAILED
              SET WS-RESEAL-FAILED TO TRUE
           END-IF.

       3100-REKEY-TRANSFER-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REKEY-TRANSFER-HISTORY' TO WS-DEBUG-AID.
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              INITIALIZE DEPT-COUNTER-COMMAREA
              MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID
              MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG
              MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT
              SET EMP-MERGED-AWAY TO TRUE
              MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-DELETE-DATE
              MOVE FUNCTION CURRENT-DATE(1:14)
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Marking Duplicate Record Merged!'
                 TO WS-MESSAGE
           ELSE
              PERFORM 3210-ADJUST-DEPT-COUNTERS
           END-IF.

       3210-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3210-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A DUPLICATE THAT WAS STILL ACTIVE WAS COUNTED TWICE - ONCE
      *    AS ITSELF AND ONCE AS THE SURVIVOR - SO IT COMES OFF ITS
      *    DEPARTMENT'S COUNTER IN THE SAME UNIT OF WORK AS THE
      *    REWRITE. AN ALREADY-DELETED DUPLICATE MOVES NOTHING.
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

       3300-LOG-MERGE-TO-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-LOG-MERGE-TO-AUDIT' TO WS-DEBUG-AID.
           MOVE MRG-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-MERGE-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           MOVE SPACE TO WS-REKEY-WRITE-SWITCH.
           PERFORM 3320-WRITE-MERGE-ENTRY
              UNTIL WS-REKEY-LANDED.

       3310-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3310-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       3320-WRITE-MERGE-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3320-WRITE-MERGE-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EAUDHP'S RESEAL ENTRIES WERE LOGGED AGAINST THE SURVIVOR A
      *    MOMENT AGO AND CAN HOLD THIS SECOND - ON A COLLISION NUDGE
      *    THE TIMESTAMP FORWARD AND SEAL AGAIN (THE SEAL COVERS THE
      *    TIMESTAMP).
           PERFORM 3310-SEAL-AUDIT-ENTRY.

           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
              MOVE AUD-AUDIT-TIMESTAMP TO WS-REKEY-TS-NUMERIC
              ADD 1 TO WS-REKEY-TS-NUMERIC
              MOVE WS-REKEY-TS-NUMERIC TO AUD-AUDIT-TIMESTAMP
           ELSE
              SET WS-REKEY-LANDED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
              MOVE EMP-EMPLOYEE-ID TO SRVIDO
              MOVE EMP-PRIMARY-NAME TO SRVNMO
              MOVE EMP-DEPARTMENT-ID TO SRVDPO
              MOVE SPACES TO SRVXIO
              IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
                 MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
                 MOVE WS-MASKED-EXTERNAL-ID TO SRVXIO
              END-IF
           END-IF.

           MOVE MRG-DUPLICATE-ID TO EMP-EMPLOYEE-ID.
              MOVE EMP-EMPLOYEE-ID TO DUPIDO
              MOVE EMP-PRIMARY-NAME TO DUPNMO
              MOVE EMP-DEPARTMENT-ID TO DUPDPO
              MOVE SPACES TO DUPXIO
              IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
                 MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
                 MOVE WS-MASKED-EXTERNAL-ID TO DUPXIO
              END-IF
           END-IF.

       9150-PUT-MERGE-CONTAINER.
