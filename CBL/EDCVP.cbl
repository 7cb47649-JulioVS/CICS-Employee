       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDCVP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'DEPARTMENT HEADCOUNT COUNTER RECOUNT' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR SCHEDULED VIA
      *        CICS INTERVAL CONTROL) BEFORE THE OVERNIGHT BATCH WINDOW
      *        STARTS - SAME STYLE AS ECNTVP.
      *      - WALKS EVERY DEPARTMENT ON DEPTMAST, RECOUNTS ITS ACTIVE
      *        HEADS AND FTE FROM THE EMPDEPT PATH AND COMPARES THEM
      *        WITH THE DEPARTMENT'S HEADCOUNT COUNTER RECORD (SEE
      *        EDEPCNT.CPY, MAINTAINED BY EDCNTP). A COUNTER THAT HAS
      *        DRIFTED OR IS MISSING IS LISTED TO THE DRIFT QUEUE AND
      *        REPAIRED WITH THE TRUE COUNT.
      *      - UNLIKE ECNTVP A DRIFT DOES NOT FAIL THE RUN - THE
      *        COUNTERS ARE REPAIRED BEFORE ANY JOB READS THEM, SO THE
      *        NIGHTLY WINDOW CARRIES ON.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER RECORD.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY EDEPCNT.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-DEPARTMENTS-CHECKED     PIC 9(8)  VALUE ZEROES.
          05 WS-COUNTERS-REPAIRED       PIC 9(8)  VALUE ZEROES.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-CHECKED-COUNT     PIC ZZZZZZZ9.
          05 WS-REPLY-REPAIRED-COUNT    PIC ZZZZZZZ9.
      *
       01 WS-RECOUNT-VARS.
          05 WS-COUNT-DEPARTMENT-ID     PIC 9(8)  VALUE ZEROES.
          05 WS-RECOUNT-HEADS           PIC 9(5)  VALUE ZEROES.
          05 WS-RECOUNT-FTE-PCT         PIC 9(7)  VALUE ZEROES.
          05 WS-FTE-ENTRY               PIC X(3)  VALUE SPACES.
          05 WS-FTE-ENTRY-NUM REDEFINES WS-FTE-ENTRY
                                        PIC 9(3).
          05 WS-FTE-PCT                 PIC 9(3)  VALUE ZEROES.
      *
       01 WS-DEPT-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE                   VALUE 'Y'.
          88 WS-DEPT-NOT-END-OF-FILE               VALUE 'N'.
      *
       01 WS-COUNT-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-COUNT-DONE                         VALUE 'Y'.
      *
       01 WS-COUNTER-FOUND-FLAG          PIC X(1)  VALUE SPACES.
          88 WS-COUNTER-RECORD-FOUND               VALUE 'Y'.
      ******************************************************************
      *   DEFINE MY DRIFT QUEUE LINE LAYOUT.
      ******************************************************************
       01 WS-DRIFT-LINE.
          05 FILLER                     PIC X(5)  VALUE 'DEPT '.
          05 WS-DRF-DEPARTMENT-ID       PIC 9(8).
          05 FILLER                     PIC X(10) VALUE ' COUNTER: '.
          05 WS-DRF-COUNTER-TEXT.
             10 WS-DRF-COUNTER-HEADS    PIC ZZZZ9.
             10 FILLER                  PIC X(7)  VALUE ' HEADS/'.
             10 WS-DRF-COUNTER-FTE      PIC ZZZZZZ9.
             10 FILLER                  PIC X(4)  VALUE ' FTE'.
          05 FILLER                     PIC X(9)  VALUE ' ACTUAL: '.
          05 WS-DRF-ACTUAL-HEADS        PIC ZZZZ9.
          05 FILLER                     PIC X(7)  VALUE ' HEADS/'.
          05 WS-DRF-ACTUAL-FTE          PIC ZZZZZZ9.
          05 FILLER                     PIC X(4)  VALUE ' FTE'.
          05 FILLER                     PIC X(2)  VALUE SPACES.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-TERMINAL-INPUT       PIC X(20).
          05 WS-TERMINAL-INPUT-LEN   PIC S9(4) USAGE IS BINARY.
          05 WS-FORCE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
          05 WS-GAP-SAVE-TEXT        PIC X(79).
          05 WS-RUNGAP-NUM-DATE      PIC 9(8).
          05 WS-RUNGAP-LAST-DAYS     PIC S9(8) USAGE IS BINARY.
          05 WS-RUNGAP-TODAY-DAYS    PIC S9(8) USAGE IS BINARY.
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.
      *
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-CHECK-ALL-DEPARTMENTS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           SET WS-DEPT-NOT-END-OF-FILE TO TRUE.

      *    START TONIGHT'S DRIFT LIST CLEAN - QIDERR JUST MEANS THERE
      *    WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-DCNTVAL-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-CHECK-ALL-DEPARTMENTS.
           PERFORM 2100-START-BROWSING.
           IF NOT WS-DEPT-END-OF-FILE
              PERFORM 2200-READ-NEXT-DEPARTMENT
                 UNTIL WS-DEPT-END-OF-FILE
              PERFORM 2400-END-BROWSING
           END-IF.

       2100-START-BROWSING.
           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Department Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-DEPARTMENTS-CHECKED
                PERFORM 2300-CHECK-ONE-DEPARTMENT
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Department!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-CHECK-ONE-DEPARTMENT.
           MOVE DEPT-DEPARTMENT-ID TO WS-COUNT-DEPARTMENT-ID.
           PERFORM 3000-RECOUNT-DEPARTMENT.

      *    THE COUNTER IS READ FOR UPDATE AFTER THE RECOUNT, SO AN
      *    ONLINE CHANGE LANDING MID-RECOUNT WAITS ON THE RECORD
      *    RATHER THAN BEING OVERWRITTEN BY A STALE FIGURE.
           INITIALIZE WS-COUNTER-FOUND-FLAG.
           MOVE WS-COUNT-DEPARTMENT-ID TO DCT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-CNT-FILE-NAME)
                INTO (DEPT-COUNTER-RECORD)
                RIDFLD(DCT-DEPARTMENT-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-COUNTER-RECORD-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Department Headcount Counter!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

      *    A DEPARTMENT WITH NO COUNTER AND NO ACTIVE HEADS IS NOT
      *    DRIFT - EDCNTP SEEDS ITS COUNTER ON FIRST USE.
           IF WS-COUNTER-RECORD-FOUND
              IF DCT-ACTIVE-HEADS IS NOT EQUAL TO WS-RECOUNT-HEADS OR
                 DCT-ACTIVE-FTE-PCT IS NOT EQUAL TO WS-RECOUNT-FTE-PCT
                 PERFORM 2310-LIST-DRIFT
                 PERFORM 2320-REWRITE-COUNTER
              ELSE
                 EXEC CICS UNLOCK
                      FILE(APP-DEPT-CNT-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF
           ELSE
              IF WS-RECOUNT-HEADS IS GREATER THAN ZERO
                 PERFORM 2310-LIST-DRIFT
                 PERFORM 2330-WRITE-COUNTER
              END-IF
           END-IF.

       2310-LIST-DRIFT.
           MOVE WS-COUNT-DEPARTMENT-ID TO WS-DRF-DEPARTMENT-ID.
           MOVE WS-RECOUNT-HEADS TO WS-DRF-ACTUAL-HEADS.
           MOVE WS-RECOUNT-FTE-PCT TO WS-DRF-ACTUAL-FTE.

           IF WS-COUNTER-RECORD-FOUND
              MOVE DCT-ACTIVE-HEADS TO WS-DRF-COUNTER-HEADS
              MOVE DCT-ACTIVE-FTE-PCT TO WS-DRF-COUNTER-FTE
           ELSE
              MOVE '(MISSING)' TO WS-DRF-COUNTER-TEXT
           END-IF.

           EXEC CICS WRITEQ TS
                QNAME(APP-DCNTVAL-QUEUE-NAME)
                FROM (WS-DRIFT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-COUNTERS-REPAIRED.

       2320-REWRITE-COUNTER.
           MOVE WS-RECOUNT-HEADS TO DCT-ACTIVE-HEADS.
           MOVE WS-RECOUNT-FTE-PCT TO DCT-ACTIVE-FTE-PCT.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO DCT-LAST-UPDATED-TIMESTAMP.

           EXEC CICS REWRITE
                FILE(APP-DEPT-CNT-FILE-NAME)
                FROM (DEPT-COUNTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Repairing Department Headcount Counter!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

       2330-WRITE-COUNTER.
           INITIALIZE DEPT-COUNTER-RECORD.
           MOVE WS-COUNT-DEPARTMENT-ID TO DCT-DEPARTMENT-ID.
           MOVE WS-RECOUNT-HEADS TO DCT-ACTIVE-HEADS.
           MOVE WS-RECOUNT-FTE-PCT TO DCT-ACTIVE-FTE-PCT.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO DCT-LAST-UPDATED-TIMESTAMP.

           EXEC CICS WRITE
                FILE(APP-DEPT-CNT-FILE-NAME)
                FROM (DEPT-COUNTER-RECORD)
                RIDFLD(DCT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    DUPREC MEANS AN ONLINE TASK SEEDED THE COUNTER FROM THE
      *    SAME FILE WHILE WE WERE COUNTING - ITS RECORD STANDS.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              MOVE 'Error Writing Department Headcount Counter!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-DEPARTMENTS-CHECKED TO WS-REPLY-CHECKED-COUNT.
           MOVE WS-COUNTERS-REPAIRED TO WS-REPLY-REPAIRED-COUNT.

           IF WS-COUNTERS-REPAIRED IS EQUAL TO ZERO
              STRING 'Department Counters Checked OK - '
                     FUNCTION TRIM(WS-REPLY-CHECKED-COUNT)
                     ' Department(s), No Drift.'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           ELSE
              STRING 'Department Counters Checked - '
                     FUNCTION TRIM(WS-REPLY-CHECKED-COUNT)
                     ' Department(s), '
                     FUNCTION TRIM(WS-REPLY-REPAIRED-COUNT)
                     ' Repaired (See Queue '
                     FUNCTION TRIM(APP-DCNTVAL-QUEUE-NAME)
                     ').'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       3000-RECOUNT-DEPARTMENT.
      *    THE SAME SHORT BROWSE OF THE EMPDEPT PATH EDCNTP RUNS WHEN
      *    A COUNTER IS MISSING.
           MOVE ZEROES TO WS-RECOUNT-HEADS.
           MOVE ZEROES TO WS-RECOUNT-FTE-PCT.
           MOVE SPACE TO WS-COUNT-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-COUNT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3100-COUNT-ONE-EMPLOYEE
                 UNTIL WS-COUNT-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3100-COUNT-ONE-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-COUNT-DEPARTMENT-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE PATH IS NON-UNIQUE, SO DUPKEY JUST MEANS MORE OF THE
      *    DEPARTMENT FOLLOWS - THE RECORD ITSELF CAME BACK FINE.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
                WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPKEY)
                SET WS-COUNT-DONE TO TRUE
           WHEN EMP-DEPARTMENT-ID IS NOT EQUAL TO
                WS-COUNT-DEPARTMENT-ID
                SET WS-COUNT-DONE TO TRUE
           WHEN EMP-ACTIVE
                ADD 1 TO WS-RECOUNT-HEADS
                MOVE EMP-FTE-PERCENT TO WS-FTE-ENTRY
                PERFORM 3200-DERIVE-FTE-PCT
                ADD WS-FTE-PCT TO WS-RECOUNT-FTE-PCT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3200-DERIVE-FTE-PCT.
      *    A ZERO OR UNSET FTE IS A FULL-TIMER.
           IF WS-FTE-ENTRY-NUM IS NUMERIC AND
              WS-FTE-ENTRY-NUM IS GREATER THAN ZERO
              MOVE WS-FTE-ENTRY-NUM TO WS-FTE-PCT
           ELSE
              MOVE 100 TO WS-FTE-PCT
           END-IF.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE NIGHT'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID. THIS RUNS BEFORE ANY
      *    QUEUE IS CLEARED. A MISSED NIGHT SINCE THE LAST RECORDED
      *    RUN IS WARNED ABOUT IN THE REPLY TEXT.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL, SO
      *    THE RECEIVE (AND THE FORCE KEYWORD) APPLY ONLY TO A
      *    DIRECT TERMINAL ENTRY.
           IF EIBCALEN IS EQUAL TO ZERO
              EXEC CICS RECEIVE
                   INTO (WS-TERMINAL-INPUT)
                   LENGTH (WS-TERMINAL-INPUT-LEN)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE ZERO TO WS-FORCE-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FORCE-COUNT FOR ALL 'FORCE'.
           IF WS-FORCE-COUNT IS GREATER THAN ZERO
              SET WS-FORCED-RUN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Re
      -              'run (Output Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF

              IF RNC-LAST-RUN-DATE IS NUMERIC AND
                 RNC-LAST-RUN-DATE IS LESS THAN WS-RUN-TODAY THEN
                 MOVE RNC-LAST-RUN-DATE TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-LAST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 MOVE WS-RUN-TODAY TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-TODAY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 IF WS-RUNGAP-TODAY-DAYS - WS-RUNGAP-LAST-DAYS
                    IS GREATER THAN 1 THEN
                    SET WS-RUN-GAP-SEEN TO TRUE
                 END-IF
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-DCNTVAL)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP, THEN TACK THE MISSED-NIGHT WARNING
      *    (IF ANY) ONTO THE REPLY TEXT.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

           IF WS-RUN-GAP-SEEN THEN
              MOVE WS-REPLY-TEXT TO WS-GAP-SAVE-TEXT
              MOVE SPACES TO WS-REPLY-TEXT
              STRING FUNCTION TRIM(WS-GAP-SAVE-TEXT)
                     ' (Warn: Prior Run Missed!)'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-DCNTVAL-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-UPDATE-RUN-CONTROL.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-DCNTVAL)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-DCNTVAL-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-DCNTVAL-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-DCNTVAL)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-DCNTVAL-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE FUNCTION CURRENT-DATE(1:14) TO RNH-END-TIMESTAMP
              MOVE WS-DEPARTMENTS-CHECKED TO RNH-RECORDS-READ
              MOVE WS-COUNTERS-REPAIRED TO RNH-RECORDS-WRITTEN
              SET RNH-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
