       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERTWXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'RIGHT-TO-WORK EXPIRY SWEEP' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EACH MONTH - SAME
      *        STYLE AS ECERXP, GROUPED BY DEPARTMENT VIA THE
      *        EMPDEPT PATH.
      *      - LISTS EVERY ACTIVE EMPLOYEE WHOSE RIGHT-TO-WORK
      *        DOCUMENT (ERTWDOC) HAS ALREADY EXPIRED OR EXPIRES WITHIN
      *        THE WARNING WINDOW (APP-RTWEXP-WARN-DAYS), SO A LAPSED
      *        PERMIT IS CHASED BEFORE THE EMPLOYEE IS WORKING
      *        UNLAWFULLY. A DOCUMENT WITH NO EXPIRY NEVER APPEARS.
      *      - THE DOCUMENT NUMBER IS PRINTED MASKED TO ITS LAST FOUR
      *        CHARACTERS, SAME AS ON ERTWP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - RIGHT-TO-WORK DOCUMENT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ERTWDOC.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-DEPARTMENT-HEADING-LINE.
          05 FILLER                     PIC X(11)
                                         VALUE 'DEPARTMENT '.
          05 WS-HDG-DEPT-ID             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)   VALUE '- '.
          05 WS-HDG-DEPT-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(29)  VALUE SPACES.
      *
       01 WS-EXPIRY-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-FULL-NAME           PIC X(24)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-DOCUMENT-TYPE       PIC X(2)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-MASKED-NUMBER.
             10 FILLER                  PIC X(4)   VALUE '****'.
             10 WS-DTL-LAST-FOUR        PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' EXPIRES '.
          05 WS-DTL-EXPIRY-DATE         PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-STATUS              PIC X(7)   VALUE SPACES.
          05 FILLER                     PIC X(6)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-DOCUMENTS-LISTED        PIC 9(5)  VALUE ZEROES.
          05 WS-MSK-LENGTH              PIC S9(4) USAGE IS BINARY.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-LISTED            PIC ZZZZ9.
      *
       01 WS-DEPT-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE                  VALUE 'Y'.
          88 WS-DEPT-NOT-END-OF-FILE              VALUE 'N'.
      *
       01 WS-EMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-DEPARTMENT             VALUE 'Y'.
          88 WS-EMP-NOT-END-OF-DEPARTMENT         VALUE 'N'.
      *
       01 WS-DEPT-HEADING-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-DEPT-HEADING-WRITTEN              VALUE 'Y'.
      *
       01 WS-CURRENT-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
       01 WS-SAVED-DEPARTMENT-KEY       PIC 9(8)  VALUE ZEROES.
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-WARN-LIMIT-DATE            PIC X(8)  VALUE SPACES.
       01 WS-WARN-LIMIT-NUM             PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-DAYS             PIC S9(8) USAGE IS BINARY.
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
           PERFORM 2000-BUILD-EXPIRY-REPORT.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    THE WARNING WINDOW REACHES AHEAD BY THE CONSTANT BELOW -
      *    ANYTHING EXPIRING BEFORE ITS END (OR ALREADY EXPIRED)
      *    MAKES THE LIST.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-DATE-WORK-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              + APP-RTWEXP-WARN-DAYS.
           COMPUTE WS-WARN-LIMIT-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-DAYS).
           MOVE WS-WARN-LIMIT-NUM TO WS-WARN-LIMIT-DATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-RTWEXP-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-BUILD-EXPIRY-REPORT.
           PERFORM 2100-START-DEPARTMENT-BROWSE.
           IF NOT WS-DEPT-END-OF-FILE
              PERFORM 2200-READ-NEXT-DEPARTMENT
                 UNTIL WS-DEPT-END-OF-FILE
              PERFORM 2400-END-DEPARTMENT-BROWSE
           END-IF.

       2100-START-DEPARTMENT-BROWSE.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST DEPARTMENT ON
      *    FILE - SAME IDIOM EDRPTP USES.
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
                IF DEPT-ACTIVE
                   PERFORM 2300-CHECK-ONE-DEPARTMENT
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Department!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-CHECK-ONE-DEPARTMENT.
      *    THE HEADING IS HELD BACK UNTIL THE DEPARTMENT'S FIRST
      *    QUALIFYING EMPLOYEE - A DEPARTMENT WITH NO DOCUMENTS
      *    EXPIRED OR EXPIRING TAKES NO SPACE ON THE REPORT.
           MOVE DEPT-DEPARTMENT-ID TO WS-SAVED-DEPARTMENT-KEY.
           MOVE SPACE TO WS-DEPT-HEADING-SWITCH.

           SET WS-EMP-NOT-END-OF-DEPARTMENT TO TRUE.
           MOVE WS-SAVED-DEPARTMENT-KEY TO WS-CURRENT-DEPARTMENT-ID.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-CURRENT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2310-READ-NEXT-EMPLOYEE
                 UNTIL WS-EMP-END-OF-DEPARTMENT

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2310-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-CURRENT-DEPARTMENT-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-EMP-END-OF-DEPARTMENT TO TRUE
           WHEN EMP-DEPARTMENT-ID IS NOT EQUAL TO
                WS-CURRENT-DEPARTMENT-ID
                SET WS-EMP-END-OF-DEPARTMENT TO TRUE
           WHEN EMP-ACTIVE
                PERFORM 2320-CONSIDER-ONE-EMPLOYEE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2320-CONSIDER-ONE-EMPLOYEE.
      *    ONE DOCUMENT PER EMPLOYEE, KEYED BY EMPLOYEE ID - A DIRECT
      *    READ, NO THIRD BROWSE NEEDED. AN EMPLOYEE WITH NO DOCUMENT
      *    ON FILE (A CONTRACTOR TAKEN ON WITHOUT ONE, OR ANYONE HIRED
      *    BEFORE THE FILE EXISTED) HAS NOTHING TO EXPIRE.
           MOVE EMP-EMPLOYEE-ID TO RTW-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-RTWDOC-FILE-NAME)
                INTO (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                CONTINUE
           WHEN RTW-NO-EXPIRY
      *         NEVER EXPIRES.
                CONTINUE
           WHEN RTW-EXPIRY-DATE IS GREATER THAN WS-WARN-LIMIT-DATE
                CONTINUE
           WHEN OTHER
                PERFORM 2340-WRITE-EXPIRY-DETAIL
           END-EVALUATE.

       2340-WRITE-EXPIRY-DETAIL.
           IF NOT WS-DEPT-HEADING-WRITTEN
              SET WS-DEPT-HEADING-WRITTEN TO TRUE
              INITIALIZE WS-DEPARTMENT-HEADING-LINE
              MOVE DEPT-DEPARTMENT-ID TO WS-HDG-DEPT-ID
              MOVE DEPT-DEPARTMENT-NAME TO WS-HDG-DEPT-NAME
              MOVE WS-DEPARTMENT-HEADING-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

           ADD 1 TO WS-DOCUMENTS-LISTED.

           INITIALIZE WS-EXPIRY-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME(1:24) TO WS-DTL-FULL-NAME.
           MOVE RTW-DOCUMENT-TYPE TO WS-DTL-DOCUMENT-TYPE.

      *    THE NUMBER IS LEFT-JUSTIFIED, SO THE LAST FOUR ARE TAKEN
      *    FROM THE END OF THE KEYED VALUE, NOT THE END OF THE FIELD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RTW-DOCUMENT-NUMBER
              TRAILING)) TO WS-MSK-LENGTH.
           IF WS-MSK-LENGTH IS GREATER THAN 4
              MOVE RTW-DOCUMENT-NUMBER(WS-MSK-LENGTH - 3:4)
                 TO WS-DTL-LAST-FOUR
           END-IF.

           MOVE RTW-EXPIRY-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-DTL-EXPIRY-DATE.

           IF RTW-EXPIRY-DATE IS LESS THAN WS-RUN-DATE
              MOVE 'EXPIRED' TO WS-DTL-STATUS
           ELSE
              MOVE 'DUE' TO WS-DTL-STATUS
           END-IF.

           MOVE WS-EXPIRY-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2400-END-DEPARTMENT-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-DOCUMENTS-LISTED TO WS-REPLY-LISTED.

           STRING 'Right-to-Work Expiry Sweep Complete - '
                  FUNCTION TRIM(WS-REPLY-LISTED)
                  ' Listed - Queue '
                  APP-RTWEXP-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-RTWEXP-QUEUE-NAME)
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
                RIDFLD(APP-RUNCTL-RRN-RTWEXP)
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
           MOVE APP-RTWEXP-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-RTWEXP)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-RTWEXP-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-RTWEXP-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-RTWEXP)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-RTWEXP-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-DOCUMENTS-LISTED TO RNH-RECORDS-READ
              MOVE WS-DOCUMENTS-LISTED TO RNH-RECORDS-WRITTEN
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
