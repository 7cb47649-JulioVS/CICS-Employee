      *        APPLIED THROUGH THE SAME REWRITE/DEPTTRN/EAUDIT
      *        SEQUENCE EUPDP'S 3000/3050/3060 PERFORM, THEN DELETED,
      *        AND A REPORT LINE IS WRITTEN FOR THE MORNING PICKUP.
      *      - 'PREVIEW' AFTER THE TRANSACTION ID WALKS THE SAME DUE
      *        TRANSFERS WITHOUT APPLYING OR DELETING ANY OF THEM AND
      *        REPORTS EACH AS 'WOULD APPLY' (OR 'WOULD FAIL' WHEN
      *        THE EMPLOYEE CAN'T BE READ) - FOR A LOOK AT TONIGHT'S
      *        RUN BEFORE A QUARTER-END OR A CALENDAR CHANGE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EPNDTRN.
       COPY EAUDIT.
       COPY EEVENT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EDCNTCA.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUT.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-APPLIED-DETAIL-LINE.
          05 WS-DTL-ACTION              PIC X(11) VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(6)  VALUE ' FROM '.
          05 WS-DTL-TO-DEPT             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(5)  VALUE ' EFF '.
          05 WS-DTL-EFF-DATE            PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(21) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
      *    WS-CICS-RESPONSE.
       01 WS-READNEXT-RESPONSE          PIC S9(8) USAGE IS BINARY.

      *
      *    'PREVIEW' TYPED AFTER THE TRANSACTION ID ASKS FOR A DRY
      *    RUN - THE SAME REPORT TO THE SAME QUEUE, WORDED AS WHAT
      *    WOULD HAPPEN, WITH NO FILE CHANGED.
       01 WS-RUN-MODE-VARS.
          05 WS-TERMINAL-INPUT          PIC X(20).
          05 WS-TERMINAL-INPUT-LEN      PIC S9(4) USAGE IS BINARY.
          05 WS-PREVIEW-COUNT           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-PREVIEW-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-PREVIEW-RUN                       VALUE 'Y'.
      *
       01 WS-PREVIEW-BANNER-LINE.
          05 FILLER                     PIC X(35)
                         VALUE 'PREVIEW RUN - NO FILES WERE CHANGED'.
          05 FILLER                     PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 1100-CHECK-RUN-MODE.

       1100-CHECK-RUN-MODE.
      *    A RUN STARTED WITHOUT A TERMINAL HAS NOTHING TO RECEIVE -
      *    THE INPUT STAYS BLANK AND THE RUN GOES AHEAD FOR REAL.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS RECEIVE
                INTO (WS-TERMINAL-INPUT)
                LENGTH (WS-TERMINAL-INPUT-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ZERO TO WS-PREVIEW-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-PREVIEW-COUNT FOR ALL 'PREVIEW'.
           IF WS-PREVIEW-COUNT IS GREATER THAN ZERO
              SET WS-PREVIEW-RUN TO TRUE
              MOVE WS-PREVIEW-BANNER-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2000-APPLY-DUE-TRANSFERS.
      *    EACH CYCLE PICKS UP THE FIRST (LOWEST-DATED) PENDING
      *    TRANSFER, APPLIES AND DELETES IT, THEN LOOKS AGAIN - THE
      *    BROWSE IS REOPENED EVERY TIME SO THE DELETE NEVER HAPPENS
      *    UNDERNEATH AN OPEN BROWSE.
           IF WS-PREVIEW-RUN
              PERFORM 2500-PREVIEW-DUE-TRANSFERS
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-APPLY-FIRST-DUE-TRANSFER
              UNTIL WS-NOTHING-MORE-DUE.

           END-IF.

           MOVE EMP-DEPARTMENT-ID TO WS-OLD-DEPARTMENT-ID.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT.
           MOVE PTR-TO-DEPARTMENT-ID TO EMP-DEPARTMENT-ID.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO EMP-LAST-UPDATED-TIMESTAMP.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-TRANSFERS-APPLIED
              PERFORM 2215-ADJUST-DEPT-COUNTERS
              PERFORM 2210-RECORD-DEPARTMENT-TRANSFER
              PERFORM 2220-WRITE-AUDIT-LOG-RECORD
              PERFORM 2222-WRITE-AUDIT-DETAIL
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2215-ADJUST-DEPT-COUNTERS.
      *    THE HEAD MOVES FROM THE OLD DEPARTMENT'S COUNTER TO THE NEW
      *    ONE IN THE SAME UNIT OF WORK AS THE REWRITE, EXACTLY AS
      *    EUPDP'S 3052 DOES FOR AN IMMEDIATE TRANSFER.
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

       2220-WRITE-AUDIT-LOG-RECORD.
      *    THE SCHEDULING USER IS THE ONE ON THE AUDIT RECORD - THE
      *    NIGHTLY JOB ONLY CARRIES OUT WHAT THEY KEYED.
           MOVE PTR-SCHEDULED-BY-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-TRNAPPLY-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 2223-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE WS-OLD-DEPARTMENT-ID TO ADT-OLD-VALUE.
           MOVE EMP-DEPARTMENT-ID TO ADT-NEW-VALUE.

           PERFORM 2224-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2223-SEAL-AUDIT-ENTRY.
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

       2224-SEAL-AUDIT-DETAIL.
      *    THE SAME SEAL FOR A BEFORE/AFTER IMAGE, ON THE EMPLOYEE'S
      *    DETAIL TRAIL.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

       2225-EMIT-EMPLOYEE-EVENT.
      *    SAME FIXED-FORMAT EVENT EUPDP'S 3062 APPENDS TO THE
      *    CONTINUOUSLY-DRAINED INTERFACE QUEUE, SO A NIGHTLY-APPLIED

       2230-WRITE-APPLIED-DETAIL.
           INITIALIZE WS-APPLIED-DETAIL-LINE.
           IF WS-PREVIEW-RUN
              MOVE 'WOULD APPLY' TO WS-DTL-ACTION
           ELSE
              MOVE 'APPLIED' TO WS-DTL-ACTION
           END-IF.
           MOVE PTR-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE WS-OLD-DEPARTMENT-ID TO WS-DTL-FROM-DEPT.
           MOVE PTR-TO-DEPARTMENT-ID TO WS-DTL-TO-DEPT.

       2400-WRITE-FAILED-DETAIL.
           INITIALIZE WS-APPLIED-DETAIL-LINE.
           IF WS-PREVIEW-RUN
              MOVE 'WOULD FAIL' TO WS-DTL-ACTION
           ELSE
              MOVE 'FAILED' TO WS-DTL-ACTION
           END-IF.
           MOVE PTR-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE WS-OLD-DEPARTMENT-ID TO WS-DTL-FROM-DEPT.
           MOVE PTR-TO-DEPARTMENT-ID TO WS-DTL-TO-DEPT.
           MOVE WS-APPLIED-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2500-PREVIEW-DUE-TRANSFERS.
      *    NOTHING IS DELETED IN A PREVIEW, SO THE APPLY LOOP'S TAKE-
      *    THE-FIRST-RECORD CYCLE WOULD NEVER MOVE ON - ONE ORDINARY
      *    BROWSE WALKS THE DUE TRANSFERS INSTEAD, READING EACH
      *    EMPLOYEE WITHOUT UPDATE.
           INITIALIZE PENDING-TRANSFER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-PENDING-TRANSFER-FILE-NAME)
                RIDFLD(PTR-PENDING-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-NOTHING-MORE-DUE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2510-PREVIEW-NEXT-TRANSFER
              UNTIL WS-NOTHING-MORE-DUE.

           EXEC CICS ENDBR
                FILE(APP-PENDING-TRANSFER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2510-PREVIEW-NEXT-TRANSFER.
           EXEC CICS READNEXT
                FILE(APP-PENDING-TRANSFER-FILE-NAME)
                RIDFLD(PTR-PENDING-KEY)
                INTO (PENDING-TRANSFER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-NOTHING-MORE-DUE TO TRUE
           WHEN PTR-EFFECTIVE-DATE IS GREATER THAN WS-TODAY-DATE
                SET WS-NOTHING-MORE-DUE TO TRUE
           WHEN OTHER
                PERFORM 2520-PREVIEW-ONE-TRANSFER
           END-EVALUATE.

       2520-PREVIEW-ONE-TRANSFER.
           MOVE PTR-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-DEPARTMENT-ID TO WS-OLD-DEPARTMENT-ID
              ADD 1 TO WS-TRANSFERS-APPLIED
              PERFORM 2230-WRITE-APPLIED-DETAIL
           ELSE
              MOVE ZERO TO WS-OLD-DEPARTMENT-ID
              ADD 1 TO WS-TRANSFERS-FAILED
              PERFORM 2400-WRITE-FAILED-DETAIL
           END-IF.

       2900-BUILD-REPLY-TEXT.
           IF WS-PREVIEW-RUN
              PERFORM 2950-BUILD-PREVIEW-REPLY
              EXIT PARAGRAPH
           END-IF.

           IF WS-TRANSFERS-APPLIED IS EQUAL TO ZERO AND
              WS-TRANSFERS-FAILED IS EQUAL TO ZERO
              MOVE 'No Transfers Due Today - Nothing Applied!'
              END-STRING
           END-IF.

       2950-BUILD-PREVIEW-REPLY.
           MOVE WS-TRANSFERS-APPLIED TO WS-REPLY-APPLIED.
           MOVE WS-TRANSFERS-FAILED TO WS-REPLY-FAILED.

           STRING 'Transfer Apply PREVIEW - '
                  FUNCTION TRIM(WS-REPLY-APPLIED)
                  ' Would Apply, '
                  FUNCTION TRIM(WS-REPLY-FAILED)
                  ' Would Fail - Queue '
                  APP-TRNAPPLY-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
