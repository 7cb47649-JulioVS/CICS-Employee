       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECASRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'CASE STAGE DEADLINES' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EACH WEEK - SAME
      *        MOLD AS EPRBDP'S PROBATION-REVIEWS-DUE LIST.
      *      - SCANS THE DISCIPLINARY / GRIEVANCE CASE FILE (ECASES)
      *        FOR OPEN CASES WHOSE CURRENT STAGE IS DUE WITHIN THE
      *        NEXT APP-CASEDUE-WINDOW-DAYS WORKING DAYS (DUE), HAS
      *        ALREADY PASSED (OVERDUE), OR HAS NO DUE DATE AT ALL
      *        (NO DATE), AND LISTS THEM TO THE QUEUE BELOW.
      *      - WORKING DAYS SKIP WEEKENDS AND THE ACTIVE HOLIDAYS ON
      *        THE EHOLDAY CALENDAR, THE SAME WAY AS EABSNP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DISCIPLINARY / GRIEVANCE CASE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - HOLIDAY CALENDAR RECORD.
      ******************************************************************
       COPY ECONST.
       COPY ECASES.
       COPY EMPMAST.
       COPY EHOLDAY.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-DUE-DETAIL-LINE.
          05 WS-DTL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-FULL-NAME           PIC X(26)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-CASE-NUMBER         PIC 9(4)   VALUE ZEROES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-CASE-TYPE           PIC X(1)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-STAGE-NAME          PIC X(13)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-DUE-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-STATUS              PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(4)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-RECORDS-SCANNED         PIC 9(7)  VALUE ZEROES.
          05 WS-CASES-LISTED            PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-LISTED            PIC ZZZZ9.
      *
       01 WS-CAS-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-CAS-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-DUE-LIMIT-DATE             PIC X(8)  VALUE SPACES.
       01 WS-DUE-LIMIT-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
      *
      *    STAGE NAMES IN STAGE ORDER - THE POSITION SUBSCRIPTS
      *    CAS-STAGE-DUE-DATE.
      *
       01 WS-STAGE-NAME-VALUES.
          05 FILLER                     PIC X(13) VALUE 'Investigation'.
          05 FILLER                     PIC X(13) VALUE 'Hearing'.
          05 FILLER                     PIC X(13) VALUE 'Outcome'.
          05 FILLER                     PIC X(13) VALUE 'Appeal'.
       01 WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAME-VALUES.
          05 WS-STAGE-NAME              PIC X(13) OCCURS 4 TIMES.
      *
       01 WS-STAGE-SUB                  PIC S9(4) USAGE IS BINARY.
       01 WS-STAGE-DUE-DATE             PIC X(8)  VALUE SPACES.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 6 FOR
      *    SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE                   PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK            PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG                   PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                    VALUE 'Y'.
      *
       01 WS-BUSDAY-COUNT               PIC 9(3)  VALUE ZEROES.
       01 WS-BUSDAY-STEPS               PIC 9(3)  VALUE ZEROES.
       01 WS-BUSDAY-WALK-INT            PIC S9(8) USAGE IS BINARY.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.

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
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-SCAN-CASE-FILE.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    'DUE' REACHES THE WINDOW'S WORKING DAYS AHEAD - ANYTHING
      *    PAST TODAY IS ALREADY OVERDUE.
           PERFORM 1100-SET-DUE-LIMIT-DATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-CASEDUE-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1100-SET-DUE-LIMIT-DATE.
      *    WALK FORWARD FROM TOMORROW ONE DAY AT A TIME UNTIL ENOUGH
      *    WORKING DAYS HAVE PASSED - THE CAP BOUNDS THE WALK IF THE
      *    HOLIDAY CALENDAR WERE EVER LOADED WITH A RUN OF BAD ROWS.
           MOVE ZERO TO WS-BUSDAY-COUNT.
           MOVE ZERO TO WS-BUSDAY-STEPS.

           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-BUSDAY-WALK-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).

           PERFORM 1110-WALK-ONE-DAY
              UNTIL WS-BUSDAY-COUNT IS NOT LESS THAN
                    APP-CASEDUE-WINDOW-DAYS OR
                    WS-BUSDAY-STEPS IS GREATER THAN
                    APP-BUSDAY-SPAN-CAP.

           COMPUTE WS-DUE-LIMIT-NUM =
              FUNCTION DATE-OF-INTEGER(WS-BUSDAY-WALK-INT).
           MOVE WS-DUE-LIMIT-NUM TO WS-DUE-LIMIT-DATE.

       1110-WALK-ONE-DAY.
           ADD 1 TO WS-BUSDAY-WALK-INT.
           ADD 1 TO WS-BUSDAY-STEPS.

           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-BUSDAY-WALK-INT).

           PERFORM 1120-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD 1 TO WS-BUSDAY-COUNT
           END-IF.

       1120-CHECK-WORKING-DAY.
      *    THE CALLER PUTS THE DATE IN WS-WDY-DATE. A WEEKEND OR AN
      *    ACTIVE ROW ON THE HOLIDAY CALENDAR MAKES IT A NON-WORKING
      *    DAY; A CALENDAR FILE THAT ISN'T THERE JUST MEANS NO
      *    HOLIDAYS ARE RECORDED.
           SET WS-DAY-IS-WORKING TO TRUE.

           COMPUTE WS-WDY-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-WDY-DATE), 7).

           IF WS-WDY-DAY-OF-WEEK IS EQUAL TO 6 OR
              WS-WDY-DAY-OF-WEEK IS EQUAL TO 0
              MOVE SPACE TO WS-WDY-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-WDY-DATE TO HOL-HOLIDAY-DATE.

           EXEC CICS READ
                FILE(APP-HOLIDAY-FILE-NAME)
                INTO (HOLIDAY-RECORD)
                RIDFLD(HOL-HOLIDAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              HOL-ACTIVE
              MOVE SPACE TO WS-WDY-FLAG
           END-IF.

       2000-SCAN-CASE-FILE.
           MOVE SPACE TO WS-CAS-SCAN-SWITCH.

           INITIALIZE DISCIPLINARY-CASE-RECORD.

           EXEC CICS STARTBR
                FILE(APP-CASE-FILE-NAME)
                RIDFLD(CAS-CASE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2100-SCAN-NEXT-CASE
                 UNTIL WS-CAS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-CASE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2100-SCAN-NEXT-CASE.
           EXEC CICS READNEXT
                FILE(APP-CASE-FILE-NAME)
                RIDFLD(CAS-CASE-KEY)
                INTO (DISCIPLINARY-CASE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-CAS-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-SCANNED.

      *    THE DEADLINE THAT MATTERS IS THE ONE FOR THE STAGE THE
      *    CASE HAS REACHED.
           EVALUATE TRUE
           WHEN CAS-STAGE-INVESTIGATION
                MOVE 1 TO WS-STAGE-SUB
           WHEN CAS-STAGE-HEARING
                MOVE 2 TO WS-STAGE-SUB
           WHEN CAS-STAGE-OUTCOME
                MOVE 3 TO WS-STAGE-SUB
           WHEN CAS-STAGE-APPEAL
                MOVE 4 TO WS-STAGE-SUB
           WHEN OTHER
                MOVE 0 TO WS-STAGE-SUB
           END-EVALUATE.

           IF WS-STAGE-SUB IS GREATER THAN ZERO
              MOVE CAS-STAGE-DUE-DATE(WS-STAGE-SUB)
                 TO WS-STAGE-DUE-DATE
           ELSE
              MOVE SPACES TO WS-STAGE-DUE-DATE
           END-IF.

           EVALUATE TRUE
           WHEN NOT CAS-CASE-OPEN
                CONTINUE
           WHEN WS-STAGE-SUB IS EQUAL TO ZERO
                CONTINUE
           WHEN WS-STAGE-DUE-DATE IS GREATER THAN WS-DUE-LIMIT-DATE
                CONTINUE
           WHEN OTHER
                PERFORM 2200-WRITE-DUE-DETAIL
           END-EVALUATE.

       2200-WRITE-DUE-DETAIL.
           ADD 1 TO WS-CASES-LISTED.

           INITIALIZE WS-DUE-DETAIL-LINE.
           MOVE CAS-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE CAS-CASE-NUMBER TO WS-DTL-CASE-NUMBER.
           MOVE CAS-CASE-TYPE TO WS-DTL-CASE-TYPE.
           MOVE WS-STAGE-NAME(WS-STAGE-SUB) TO WS-DTL-STAGE-NAME.

      *    A CASE WITH NO DATE FOR ITS STAGE SORTS LOW AND LANDS HERE
      *    TOO - IT IS LISTED SO THE GAP GETS FILLED, NOT MISSED.
           EVALUATE TRUE
           WHEN WS-STAGE-DUE-DATE IS EQUAL TO SPACES
                MOVE 'NO DATE' TO WS-DTL-STATUS
           WHEN WS-STAGE-DUE-DATE IS LESS THAN WS-RUN-DATE
                MOVE 'OVERDUE' TO WS-DTL-STATUS
           WHEN OTHER
                MOVE 'DUE' TO WS-DTL-STATUS
           END-EVALUATE.

           IF WS-STAGE-DUE-DATE IS NOT EQUAL TO SPACES
              MOVE WS-STAGE-DUE-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO WS-DTL-DUE-DATE
           END-IF.

      *    THE NAME COMES OFF THE MASTER RECORD - A LEAVER WHOSE
      *    CASE IS STILL OPEN SIMPLY REPORTS WITHOUT ONE.
           MOVE CAS-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-FULL-NAME TO WS-DTL-FULL-NAME
           END-IF.

           MOVE WS-DUE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-CASES-LISTED TO WS-REPLY-LISTED.

           STRING 'Case Stage Deadlines Complete - '
                  FUNCTION TRIM(WS-REPLY-LISTED)
                  ' Case(s) Listed - Queue '
                  APP-CASEDUE-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-CASEDUE-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL.
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
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-CASEDUE)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-CASEDUE-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-CASEDUE)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-CASEDUE-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-CASEDUE-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-CASEDUE)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-CASEDUE-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-RECORDS-SCANNED TO RNH-RECORDS-READ
              MOVE WS-CASES-LISTED TO RNH-RECORDS-WRITTEN
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
