       IDENTIFICATION DIVISION.
       PROGRAM-ID. EROLLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'EVACUATION ROLL CALL' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION. ENTERED
      *        DIRECTLY BY TRANSACTION ID - SAME STYLE AS ECERXP, BUT
      *        GROUPED BY WORK LOCATION (SITE) INSTEAD OF DEPARTMENT,
      *        SINCE ONE DEPARTMENT CAN SPAN SEVERAL BUILDINGS.
      *      - ONE PAGE PER SITE ON THE WORK-LOCATION TABLE (SEE
      *        ELOCATN.CPY) FOR THE FIRE MARSHAL: EVERY ACTIVE
      *        EMPLOYEE PLACED THERE, WITH ANYONE WHOSE ABSENCE (SEE
      *        EABSENC.CPY) COVERS TODAY MARKED 'OUT TODAY' SO THEY
      *        AREN'T SEARCHED FOR. EMPLOYEES NOT YET PLACED AT ANY
      *        SITE ARE LISTED LAST SO THEY CAN BE CHASED UP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - WORK-LOCATION TABLE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ABSENCE RECORD.
      *      - BATCH RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY ELOCATN.
       COPY EMPMAST.
       COPY EABSENC.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-SITE-HEADING-LINE.
          05 FILLER                     PIC X(5)   VALUE 'SITE '.
          05 WS-HDG-SITE-CODE           PIC X(6)   VALUE SPACES.
          05 FILLER                     PIC X(3)   VALUE ' - '.
          05 WS-HDG-SITE-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-HDG-SITE-ADDRESS        PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(5)   VALUE SPACES.
      *
       01 WS-ROLL-CALL-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-FULL-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-DEPARTMENT-ID       PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-STATUS              PIC X(9)   VALUE SPACES.
          05 FILLER                     PIC X(19)  VALUE SPACES.
      *
       01 WS-SITE-TOTAL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 FILLER                     PIC X(18)
                                         VALUE 'EXPECTED ON SITE: '.
          05 WS-TOT-ON-SITE             PIC ZZZZ9.
          05 FILLER                     PIC X(14)
                                         VALUE '   OUT TODAY: '.
          05 WS-TOT-OUT-TODAY           PIC ZZZZ9.
          05 FILLER                     PIC X(36)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-EMPLOYEES-CHECKED       PIC 9(5)  VALUE ZEROES.
          05 WS-EMPLOYEES-LISTED        PIC 9(5)  VALUE ZEROES.
          05 WS-SITES-LISTED            PIC 9(5)  VALUE ZEROES.
          05 WS-SITE-ON-SITE            PIC 9(5)  VALUE ZEROES.
          05 WS-SITE-OUT-TODAY          PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-SITES             PIC ZZZZ9.
          05 WS-REPLY-LISTED            PIC ZZZZ9.
      *
       01 WS-LOC-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-LOC-END-OF-FILE                   VALUE 'Y'.
          88 WS-LOC-NOT-END-OF-FILE               VALUE 'N'.
      *
       01 WS-EMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-SITE                   VALUE 'Y'.
          88 WS-EMP-NOT-END-OF-SITE               VALUE 'N'.
      *
       01 WS-SITE-HEADING-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-SITE-HEADING-WRITTEN              VALUE 'Y'.
      *
       01 WS-CURRENT-LOCATION-CODE      PIC X(6)  VALUE SPACES.
       01 WS-SAVED-LOCATION-KEY         PIC X(6)  VALUE SPACES.
      *
       01 WS-OUT-TODAY-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-EMPLOYEE-OUT-TODAY                VALUE 'Y'.
      *
       01 WS-ABS-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-ABS-SCAN-DONE                     VALUE 'Y'.

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
           PERFORM 2000-BUILD-ROLL-CALL-REPORT.
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
           SET WS-LOC-NOT-END-OF-FILE TO TRUE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-ROLLCALL-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-BUILD-ROLL-CALL-REPORT.
           PERFORM 2100-START-LOCATION-BROWSE.
           IF NOT WS-LOC-END-OF-FILE
              PERFORM 2200-READ-NEXT-LOCATION
                 UNTIL WS-LOC-END-OF-FILE
              PERFORM 2400-END-LOCATION-BROWSE
           END-IF.

      *    EVERYONE STILL WITHOUT A SITE GOES ON ONE FINAL PAGE - THE
      *    BLANK CODE READS FIRST ON THE PATH, SO IT IS BROWSED BY
      *    ITSELF RATHER THAN AS PART OF THE TABLE WALK ABOVE.
           INITIALIZE LOCATION-RECORD.
           MOVE '(NONE)' TO LOC-LOCATION-CODE.
           MOVE 'NO WORK LOCATION ASSIGNED' TO LOC-LOCATION-NAME.
           MOVE SPACES TO WS-SAVED-LOCATION-KEY.
           PERFORM 2300-CALL-ONE-SITE.

       2100-START-LOCATION-BROWSE.
      *    LOW-VALUES KEY POSITIONS THE BROWSE AT THE FIRST SITE ON
      *    FILE.
           MOVE LOW-VALUES TO LOC-LOCATION-CODE.

           EXEC CICS STARTBR
                FILE(APP-LOCATION-FILE-NAME)
                RIDFLD(LOC-LOCATION-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-LOC-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Location Table!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-LOCATION.
           EXEC CICS READNEXT
                FILE(APP-LOCATION-FILE-NAME)
                RIDFLD(LOC-LOCATION-CODE)
                INTO (LOCATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    INACTIVE SITES ARE STILL CALLED - ANYONE LEFT CARRYING ONE
      *    IS STILL IN THAT BUILDING UNTIL THEY ARE MOVED.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE LOC-LOCATION-CODE TO WS-SAVED-LOCATION-KEY
                PERFORM 2300-CALL-ONE-SITE
           WHEN DFHRESP(ENDFILE)
                SET WS-LOC-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Location!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-CALL-ONE-SITE.
      *    THE HEADING IS HELD BACK UNTIL THE SITE'S FIRST ACTIVE
      *    EMPLOYEE - AN EMPTY SITE TAKES NO SPACE ON THE REPORT.
           MOVE SPACE TO WS-SITE-HEADING-SWITCH.
           MOVE ZEROES TO WS-SITE-ON-SITE.
           MOVE ZEROES TO WS-SITE-OUT-TODAY.

           SET WS-EMP-NOT-END-OF-SITE TO TRUE.
           MOVE WS-SAVED-LOCATION-KEY TO WS-CURRENT-LOCATION-CODE.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-LOC-PATH-NAME)
                RIDFLD(WS-CURRENT-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2310-READ-NEXT-EMPLOYEE
                 UNTIL WS-EMP-END-OF-SITE

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-LOC-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-SITE-HEADING-WRITTEN
              PERFORM 2350-WRITE-SITE-TOTALS
           END-IF.

       2310-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-LOC-PATH-NAME)
                RIDFLD(WS-CURRENT-LOCATION-CODE)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE PATH IS NON-UNIQUE, SO DUPKEY JUST MEANS MORE PEOPLE AT
      *    THE SAME SITE FOLLOW.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPKEY)
              MOVE DFHRESP(NORMAL) TO WS-CICS-RESPONSE
           END-IF.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-EMP-END-OF-SITE TO TRUE
           WHEN EMP-WORK-LOCATION IS NOT EQUAL TO
                WS-SAVED-LOCATION-KEY
                SET WS-EMP-END-OF-SITE TO TRUE
           WHEN EMP-ACTIVE
                PERFORM 2320-CALL-ONE-EMPLOYEE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2320-CALL-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-CHECKED.

           PERFORM 2330-CHECK-OUT-TODAY.

           IF NOT WS-SITE-HEADING-WRITTEN
              SET WS-SITE-HEADING-WRITTEN TO TRUE
              ADD 1 TO WS-SITES-LISTED
              INITIALIZE WS-SITE-HEADING-LINE
              MOVE LOC-LOCATION-CODE TO WS-HDG-SITE-CODE
              MOVE LOC-LOCATION-NAME TO WS-HDG-SITE-NAME
              MOVE LOC-ADDRESS TO WS-HDG-SITE-ADDRESS
              MOVE WS-SITE-HEADING-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

           ADD 1 TO WS-EMPLOYEES-LISTED.

           INITIALIZE WS-ROLL-CALL-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME(1:30) TO WS-DTL-FULL-NAME.
           MOVE EMP-DEPARTMENT-ID TO WS-DTL-DEPARTMENT-ID.

           IF WS-EMPLOYEE-OUT-TODAY
              MOVE 'OUT TODAY' TO WS-DTL-STATUS
              ADD 1 TO WS-SITE-OUT-TODAY
           ELSE
              ADD 1 TO WS-SITE-ON-SITE
           END-IF.

           MOVE WS-ROLL-CALL-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2330-CHECK-OUT-TODAY.
      *    SAME OUT-TODAY TEST EMYTMP APPLIES - THE ABSENCE FILE IS
      *    KEYED EMPLOYEE + TIMESTAMP SO A SHORT BROWSE COVERS IT.
           MOVE SPACE TO WS-OUT-TODAY-SWITCH.
           MOVE SPACE TO WS-ABS-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO ABS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO ABS-ENTRY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2335-SCAN-ONE-ABSENCE
                 UNTIL WS-ABS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-ABSENCE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2335-SCAN-ONE-ABSENCE.
           EXEC CICS READNEXT
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                INTO (ABSENCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-ABS-SCAN-DONE TO TRUE
           WHEN ABS-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-ABS-SCAN-DONE TO TRUE
           WHEN ABS-START-DATE IS NOT GREATER THAN WS-RUN-TODAY
                AND ABS-END-DATE IS NOT LESS THAN WS-RUN-TODAY
                SET WS-EMPLOYEE-OUT-TODAY TO TRUE
                SET WS-ABS-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2350-WRITE-SITE-TOTALS.
           INITIALIZE WS-SITE-TOTAL-LINE.
           MOVE WS-SITE-ON-SITE TO WS-TOT-ON-SITE.
           MOVE WS-SITE-OUT-TODAY TO WS-TOT-OUT-TODAY.
           MOVE WS-SITE-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2400-END-LOCATION-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-LOCATION-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-SITES-LISTED TO WS-REPLY-SITES.
           MOVE WS-EMPLOYEES-LISTED TO WS-REPLY-LISTED.

           STRING 'Roll Call Complete - '
                  FUNCTION TRIM(WS-REPLY-SITES)
                  ' Sites, '
                  FUNCTION TRIM(WS-REPLY-LISTED)
                  ' Employees - Queue '
                  APP-ROLLCALL-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-ROLLCALL-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID (E.G. TO REFRESH THE
      *    LIST FOR A DRILL LATER IN THE DAY).
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

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
                RIDFLD(APP-RUNCTL-RRN-ROLLCALL)
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
           MOVE APP-ROLLCALL-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-ROLLCALL)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-ROLLCALL-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-ROLLCALL-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-ROLLCALL)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-ROLLCALL-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-EMPLOYEES-CHECKED TO RNH-RECORDS-READ
              MOVE WS-EMPLOYEES-LISTED TO RNH-RECORDS-WRITTEN
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
