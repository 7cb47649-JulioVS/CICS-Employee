       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEXTRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'LEAVERS BY REASON / REGRETTED LOSSES' BATCH
      *        TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EACH QUARTER. ETURNP
      *        SAYS HOW LONG LEAVERS STAYED; THIS SAYS WHY THEY WENT:
      *        EVERY LEAVER OF THE LAST COMPLETED CALENDAR QUARTER
      *        (SAME EXIT-DATE RULE AS ETURNP - END DATE, ELSE THE
      *        SOFT-DELETE DATE; MERGED-AWAY RECORDS SKIPPED) IS
      *        TALLIED BY LEAVING REASON WITHIN DEPARTMENT FROM THE
      *        EXIT-INTERVIEW FILE, WITH COMPANY TOTALS BY REASON.
      *      - REGRETTED VOLUNTARY LOSSES ARE THEN TOTALLED BY THE
      *        LEAVER'S MOST RECENT APPRAISAL RATING ON THE APPRAISAL
      *        HISTORY FILE - ARE WE LOSING THE PEOPLE WE RATE BEST.
      *      - A LEAVER WITH NO EXIT RECORD (LEFT BEFORE EXIT DETAILS
      *        WERE CAPTURED, OR SOFT-DELETED WITHOUT AN END DATE)
      *        COUNTS UNDER 'NOT RECORDED' SO THE TOTALS STILL
      *        RECONCILE WITH ETURNP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - EXIT-INTERVIEW RECORD AND LEAVING-REASON CODE TABLE.
      *      - APPRAISAL HISTORY RECORD AND RATING CODE TABLE.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY EEXITR.
       COPY EEXRSN.
       COPY EAPRHS.
       COPY ERATCD.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(28)
                VALUE 'LEAVERS BY REASON - QUARTER '.
          05 WS-TTL-QUARTER.
             10 WS-TTL-YEAR             PIC 9(4).
             10 FILLER                  PIC X(1)   VALUE 'Q'.
             10 WS-TTL-QUARTER-NO       PIC 9(1).
          05 FILLER                     PIC X(2)   VALUE ' ('.
          05 WS-TTL-FROM-DATE           PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(4)   VALUE ' TO '.
          05 WS-TTL-TO-DATE             PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE ')'.
          05 FILLER                     PIC X(19)  VALUE SPACES.
      *
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                     PIC X(38)
                VALUE '  CODE DESCRIPTION'.
          05 FILLER                     PIC X(11)  VALUE 'CATEGORY'.
          05 FILLER                     PIC X(7)   VALUE 'LEAVERS'.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 FILLER                     PIC X(9)   VALUE 'REGRETTED'.
          05 FILLER                     PIC X(12)  VALUE SPACES.
      *
       01 WS-DEPARTMENT-HEADING-LINE.
          05 FILLER                     PIC X(11)
                                         VALUE 'DEPARTMENT '.
          05 WS-HDG-DEPT-ID             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)   VALUE '- '.
          05 WS-HDG-DEPT-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(29)  VALUE SPACES.
      *
       01 WS-SECTION-HEADING-LINE.
          05 WS-SEC-TEXT                PIC X(60)  VALUE SPACES.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      *
       01 WS-REASON-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-REASON-CODE         PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-REASON-DESC         PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-CATEGORY            PIC X(11)  VALUE SPACES.
          05 WS-DTL-LEAVERS             PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-DTL-REGRETTED           PIC ZZZZZZ9.
          05 FILLER                     PIC X(14)  VALUE SPACES.
      *
       01 WS-RATING-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-RTG-RATING-CODE         PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RTG-RATING-DESC         PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(5)   VALUE SPACES.
          05 WS-RTG-COUNT               PIC ZZZZZZ9.
          05 FILLER                     PIC X(25)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-LEAVERS-COUNTED         PIC 9(5)  VALUE ZEROES.
          05 WS-REGRETTED-COUNTED       PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-LEAVERS           PIC ZZZZ9.
          05 WS-REPLY-REGRETTED         PIC ZZZZ9.
      *
       01 WS-EMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-FILE                   VALUE 'Y'.
          88 WS-EMP-NOT-END-OF-FILE               VALUE 'N'.
      *
       01 WS-HIST-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-HIST-SCAN-DONE                    VALUE 'Y'.
          88 WS-HIST-NOT-DONE                     VALUE 'N'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR                PIC 9(4).
          05 WS-RUN-MONTH               PIC 9(2).
          05 WS-RUN-DAY                 PIC 9(2).
      *
       01 WS-QUARTER-NUMBER             PIC 9(1)  VALUE ZERO.
       01 WS-QUARTER-YEAR               PIC 9(4)  VALUE ZEROES.
       01 WS-QUARTER-FROM-DATE          PIC X(8)  VALUE SPACES.
       01 WS-QUARTER-TO-DATE            PIC X(8)  VALUE SPACES.
      *
       01 WS-EXIT-DATE                  PIC X(8)  VALUE SPACES.
       01 WS-LEAVER-REASON-CODE         PIC X(4)  VALUE SPACES.
       01 WS-LEAVER-CATEGORY            PIC X(1)  VALUE SPACES.
       01 WS-LEAVER-REGRETTED-FLAG      PIC X(1)  VALUE SPACES.
          88 WS-LEAVER-IS-REGRETTED               VALUE 'Y'.
       01 WS-LATEST-RATING              PIC X(10) VALUE SPACES.
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
      *
      *    DEPARTMENTS IN THE ORDER THEIR FIRST LEAVER WAS MET - SAME
      *    CAPPED-TABLE SHAPE AS ETURNP.
       01 WS-DEPARTMENT-TABLE.
          05 WS-DPT-ENTRY OCCURS 150 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-DPT-DEPT-ID          PIC 9(8).
          05 WS-DPT-COUNT               PIC S9(4) USAGE IS BINARY.
      *
      *    ONE ROW PER DEPARTMENT/REASON PAIR ACTUALLY SEEN.
       01 WS-PAIR-TABLE.
          05 WS-PAR-ENTRY OCCURS 600 TIMES
                INDEXED BY WS-PAR-IDX.
             10 WS-PAR-DEPT-ID          PIC 9(8).
             10 WS-PAR-REASON-CODE      PIC X(4).
             10 WS-PAR-CATEGORY         PIC X(1).
             10 WS-PAR-LEAVERS          PIC S9(5) USAGE IS BINARY.
             10 WS-PAR-REGRETTED        PIC S9(5) USAGE IS BINARY.
          05 WS-PAR-COUNT               PIC S9(4) USAGE IS BINARY.
      *
      *    COMPANY TOTALS BY REASON.
       01 WS-REASON-TOTAL-TABLE.
          05 WS-RTT-ENTRY OCCURS 100 TIMES
                INDEXED BY WS-RTT-IDX.
             10 WS-RTT-REASON-CODE      PIC X(4).
             10 WS-RTT-CATEGORY         PIC X(1).
             10 WS-RTT-LEAVERS          PIC S9(7) USAGE IS BINARY.
             10 WS-RTT-REGRETTED        PIC S9(7) USAGE IS BINARY.
          05 WS-RTT-COUNT               PIC S9(4) USAGE IS BINARY.
      *
      *    REGRETTED VOLUNTARY LOSSES BY LATEST APPRAISAL RATING.
       01 WS-RATING-TABLE.
          05 WS-RTG-ENTRY OCCURS 30 TIMES
                INDEXED BY WS-RTG-IDX.
             10 WS-RTG-CODE             PIC X(10).
             10 WS-RTG-LOSSES           PIC S9(5) USAGE IS BINARY.
          05 WS-RTG-TABLE-COUNT         PIC S9(4) USAGE IS BINARY.
      *
       01 WS-TABLE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-TABLE-OVERFLOWED                  VALUE 'Y'.

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
           PERFORM 2000-TALLY-ALL-LEAVERS.
           PERFORM 2500-WRITE-REASON-REPORT.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-DEPARTMENT-TABLE.
           INITIALIZE WS-PAIR-TABLE.
           INITIALIZE WS-REASON-TOTAL-TABLE.
           INITIALIZE WS-RATING-TABLE.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           SET WS-EMP-NOT-END-OF-FILE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    THE REPORTING PERIOD IS THE LAST COMPLETED CALENDAR
      *    QUARTER - RUN ANY TIME IN APRIL AND IT COVERS JANUARY TO
      *    MARCH, RUN IN JANUARY AND IT COVERS LAST YEAR'S Q4.
           COMPUTE WS-QUARTER-NUMBER = (WS-RUN-MONTH - 1) / 3.
           MOVE WS-RUN-YEAR TO WS-QUARTER-YEAR.
           IF WS-QUARTER-NUMBER IS EQUAL TO ZERO
              MOVE 4 TO WS-QUARTER-NUMBER
              SUBTRACT 1 FROM WS-QUARTER-YEAR
           END-IF.

           MOVE WS-QUARTER-YEAR TO WS-QUARTER-FROM-DATE(1:4).
           MOVE WS-QUARTER-YEAR TO WS-QUARTER-TO-DATE(1:4).
           EVALUATE WS-QUARTER-NUMBER
           WHEN 1
                MOVE '0101' TO WS-QUARTER-FROM-DATE(5:4)
                MOVE '0331' TO WS-QUARTER-TO-DATE(5:4)
           WHEN 2
                MOVE '0401' TO WS-QUARTER-FROM-DATE(5:4)
                MOVE '0630' TO WS-QUARTER-TO-DATE(5:4)
           WHEN 3
                MOVE '0701' TO WS-QUARTER-FROM-DATE(5:4)
                MOVE '0930' TO WS-QUARTER-TO-DATE(5:4)
           WHEN OTHER
                MOVE '1001' TO WS-QUARTER-FROM-DATE(5:4)
                MOVE '1231' TO WS-QUARTER-TO-DATE(5:4)
           END-EVALUATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-EXITRPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-QUARTER-YEAR TO WS-TTL-YEAR.
           MOVE WS-QUARTER-NUMBER TO WS-TTL-QUARTER-NO.
           MOVE WS-QUARTER-FROM-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-FROM-DATE.
           MOVE WS-QUARTER-TO-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-TO-DATE.
           MOVE WS-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-TALLY-ALL-LEAVERS.
           INITIALIZE EMPLOYEE-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-EMPLOYEE
                   UNTIL WS-EMP-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-EMP-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Employee Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2100-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2200-CONSIDER-ONE-EMPLOYEE
           WHEN DFHRESP(ENDFILE)
                SET WS-EMP-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Employee!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-CONSIDER-ONE-EMPLOYEE.
      *    A MERGED-AWAY RECORD IS A DUPLICATE FOLDED INTO ANOTHER
      *    ID, NOT SOMEONE WHO LEFT.
           IF EMP-MERGED-AWAY
              EXIT PARAGRAPH
           END-IF.

      *    THE EXIT DATE IS THE END DATE WHEN ONE IS RECORDED,
      *    OTHERWISE THE SOFT-DELETE DATE - THE SAME RULE ETURNP
      *    APPLIES, SO THE TWO REPORTS COUNT THE SAME PEOPLE.
           MOVE SPACES TO WS-EXIT-DATE.
           EVALUATE TRUE
           WHEN EMP-END-DATE IS NUMERIC AND
                EMP-END-DATE IS GREATER THAN '00000000'
                MOVE EMP-END-DATE TO WS-EXIT-DATE
           WHEN EMP-DELETED AND EMP-DELETE-DATE IS NUMERIC AND
                EMP-DELETE-DATE IS GREATER THAN '00000000'
                MOVE EMP-DELETE-DATE TO WS-EXIT-DATE
           WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-EXIT-DATE IS LESS THAN WS-QUARTER-FROM-DATE OR
              WS-EXIT-DATE IS GREATER THAN WS-QUARTER-TO-DATE
              EXIT PARAGRAPH
           END-IF.

      *    WHY THEY LEFT - NO EXIT RECORD LEAVES THE REASON BLANK,
      *    REPORTED AS 'NOT RECORDED'.
           MOVE SPACES TO WS-LEAVER-REASON-CODE.
           MOVE SPACES TO WS-LEAVER-CATEGORY.
           MOVE SPACES TO WS-LEAVER-REGRETTED-FLAG.
           MOVE EMP-EMPLOYEE-ID TO EXR-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EXITREC-FILE-NAME)
                INTO (EXIT-INTERVIEW-RECORD)
                RIDFLD(EXR-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EXR-REASON-CODE TO WS-LEAVER-REASON-CODE
              MOVE EXR-REASON-CATEGORY TO WS-LEAVER-CATEGORY
              MOVE EXR-REGRETTED-FLAG TO WS-LEAVER-REGRETTED-FLAG
           END-IF.

           PERFORM 2300-TALLY-DEPARTMENT-REASON.
           PERFORM 2310-TALLY-COMPANY-REASON.

           ADD 1 TO WS-LEAVERS-COUNTED.

           IF WS-LEAVER-CATEGORY IS EQUAL TO 'V' AND
              WS-LEAVER-IS-REGRETTED
              PERFORM 2320-GET-LATEST-RATING
              PERFORM 2340-TALLY-REGRETTED-LOSS
              ADD 1 TO WS-REGRETTED-COUNTED
           END-IF.

       2300-TALLY-DEPARTMENT-REASON.
      *    THE DEPARTMENT'S ROW FIRST, SO THE REPORT CAN WALK THE
      *    DEPARTMENTS IN ORDER, THEN ITS REASON PAIR.
           SET WS-DPT-IDX TO 1.
           SEARCH WS-DPT-ENTRY
              AT END
                 IF WS-DPT-COUNT IS LESS THAN 150
                    ADD 1 TO WS-DPT-COUNT
                    SET WS-DPT-IDX TO WS-DPT-COUNT
                    MOVE EMP-DEPARTMENT-ID
                       TO WS-DPT-DEPT-ID(WS-DPT-IDX)
                 ELSE
                    SET WS-TABLE-OVERFLOWED TO TRUE
                 END-IF
              WHEN WS-DPT-DEPT-ID(WS-DPT-IDX) IS EQUAL TO
                   EMP-DEPARTMENT-ID
                 CONTINUE
           END-SEARCH.

           SET WS-PAR-IDX TO 1.
           SEARCH WS-PAR-ENTRY
              AT END
                 IF WS-PAR-COUNT IS LESS THAN 600
                    ADD 1 TO WS-PAR-COUNT
                    SET WS-PAR-IDX TO WS-PAR-COUNT
                    MOVE EMP-DEPARTMENT-ID
                       TO WS-PAR-DEPT-ID(WS-PAR-IDX)
                    MOVE WS-LEAVER-REASON-CODE
                       TO WS-PAR-REASON-CODE(WS-PAR-IDX)
                    MOVE WS-LEAVER-CATEGORY
                       TO WS-PAR-CATEGORY(WS-PAR-IDX)
                    PERFORM 2305-BUMP-PAIR-COUNTS
                 ELSE
                    SET WS-TABLE-OVERFLOWED TO TRUE
                 END-IF
              WHEN WS-PAR-DEPT-ID(WS-PAR-IDX) IS EQUAL TO
                   EMP-DEPARTMENT-ID AND
                   WS-PAR-REASON-CODE(WS-PAR-IDX) IS EQUAL TO
                   WS-LEAVER-REASON-CODE
                 PERFORM 2305-BUMP-PAIR-COUNTS
           END-SEARCH.

       2305-BUMP-PAIR-COUNTS.
           ADD 1 TO WS-PAR-LEAVERS(WS-PAR-IDX).
           IF WS-LEAVER-IS-REGRETTED
              ADD 1 TO WS-PAR-REGRETTED(WS-PAR-IDX)
           END-IF.

       2310-TALLY-COMPANY-REASON.
           SET WS-RTT-IDX TO 1.
           SEARCH WS-RTT-ENTRY
              AT END
                 IF WS-RTT-COUNT IS LESS THAN 100
                    ADD 1 TO WS-RTT-COUNT
                    SET WS-RTT-IDX TO WS-RTT-COUNT
                    MOVE WS-LEAVER-REASON-CODE
                       TO WS-RTT-REASON-CODE(WS-RTT-IDX)
                    MOVE WS-LEAVER-CATEGORY
                       TO WS-RTT-CATEGORY(WS-RTT-IDX)
                    PERFORM 2315-BUMP-REASON-COUNTS
                 ELSE
                    SET WS-TABLE-OVERFLOWED TO TRUE
                 END-IF
              WHEN WS-RTT-REASON-CODE(WS-RTT-IDX) IS EQUAL TO
                   WS-LEAVER-REASON-CODE
                 PERFORM 2315-BUMP-REASON-COUNTS
           END-SEARCH.

       2315-BUMP-REASON-COUNTS.
           ADD 1 TO WS-RTT-LEAVERS(WS-RTT-IDX).
           IF WS-LEAVER-IS-REGRETTED
              ADD 1 TO WS-RTT-REGRETTED(WS-RTT-IDX)
           END-IF.

       2320-GET-LATEST-RATING.
      *    THE HISTORY KEY IS EMPLOYEE ID + ASCENDING TIMESTAMP, SO A
      *    FORWARD SCAN OF THIS EMPLOYEE'S RECORDS LEAVES THE MOST
      *    RECENT RATING AS THE LAST ONE SEEN - SAME SCAN EAPRDP
      *    USES. NEVER APPRAISED READS AS 'NONE'.
           MOVE 'NONE' TO WS-LATEST-RATING.

           MOVE EMP-EMPLOYEE-ID TO APH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO APH-HISTORY-TIMESTAMP.
           SET WS-HIST-NOT-DONE TO TRUE.

           EXEC CICS STARTBR
                FILE(APP-APPR-HISTORY-FILE-NAME)
                RIDFLD(APH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2330-SCAN-NEXT-HISTORY-RECORD
                 UNTIL WS-HIST-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-APPR-HISTORY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2330-SCAN-NEXT-HISTORY-RECORD.
           EXEC CICS READNEXT
                FILE(APP-APPR-HISTORY-FILE-NAME)
                RIDFLD(APH-HISTORY-KEY)
                INTO (APPRAISAL-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              APH-EMPLOYEE-ID IS EQUAL TO EMP-EMPLOYEE-ID
              IF APH-APPRAISAL-RESULT IS NOT EQUAL TO SPACES
                 MOVE APH-APPRAISAL-RESULT TO WS-LATEST-RATING
              END-IF
           ELSE
              SET WS-HIST-SCAN-DONE TO TRUE
           END-IF.

       2340-TALLY-REGRETTED-LOSS.
           SET WS-RTG-IDX TO 1.
           SEARCH WS-RTG-ENTRY
              AT END
                 IF WS-RTG-TABLE-COUNT IS LESS THAN 30
                    ADD 1 TO WS-RTG-TABLE-COUNT
                    SET WS-RTG-IDX TO WS-RTG-TABLE-COUNT
                    MOVE WS-LATEST-RATING TO WS-RTG-CODE(WS-RTG-IDX)
                    ADD 1 TO WS-RTG-LOSSES(WS-RTG-IDX)
                 ELSE
                    SET WS-TABLE-OVERFLOWED TO TRUE
                 END-IF
              WHEN WS-RTG-CODE(WS-RTG-IDX) IS EQUAL TO
                   WS-LATEST-RATING
                 ADD 1 TO WS-RTG-LOSSES(WS-RTG-IDX)
           END-SEARCH.

       2500-WRITE-REASON-REPORT.
           MOVE WS-COLUMN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2510-WRITE-ONE-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX IS GREATER THAN WS-DPT-COUNT.

      *    COMPANY TOTALS BY REASON.
           IF WS-RTT-COUNT IS GREATER THAN ZERO
              INITIALIZE WS-SECTION-HEADING-LINE
              MOVE 'COMPANY TOTAL BY REASON' TO WS-SEC-TEXT
              MOVE WS-SECTION-HEADING-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
              PERFORM 2530-WRITE-ONE-REASON-TOTAL
                 VARYING WS-RTT-IDX FROM 1 BY 1
                 UNTIL WS-RTT-IDX IS GREATER THAN WS-RTT-COUNT
           END-IF.

      *    REGRETTED VOLUNTARY LOSSES BY LATEST APPRAISAL RATING.
           INITIALIZE WS-SECTION-HEADING-LINE.
           MOVE 'REGRETTED VOLUNTARY LOSSES BY APPRAISAL RATING'
              TO WS-SEC-TEXT.
           MOVE WS-SECTION-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2540-WRITE-ONE-RATING
              VARYING WS-RTG-IDX FROM 1 BY 1
              UNTIL WS-RTG-IDX IS GREATER THAN WS-RTG-TABLE-COUNT.

           INITIALIZE WS-RATING-DETAIL-LINE.
           MOVE 'TOTAL' TO WS-RTG-RATING-CODE.
           MOVE WS-REGRETTED-COUNTED TO WS-RTG-COUNT.
           MOVE WS-RATING-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2510-WRITE-ONE-DEPARTMENT.
           INITIALIZE WS-DEPARTMENT-HEADING-LINE.
           MOVE WS-DPT-DEPT-ID(WS-DPT-IDX) TO WS-HDG-DEPT-ID.

           MOVE WS-DPT-DEPT-ID(WS-DPT-IDX) TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DEPT-DEPARTMENT-NAME TO WS-HDG-DEPT-NAME
           ELSE
              MOVE '(NOT ON FILE)' TO WS-HDG-DEPT-NAME
           END-IF.

           MOVE WS-DEPARTMENT-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2520-WRITE-ONE-PAIR
              VARYING WS-PAR-IDX FROM 1 BY 1
              UNTIL WS-PAR-IDX IS GREATER THAN WS-PAR-COUNT.

       2520-WRITE-ONE-PAIR.
           IF WS-PAR-DEPT-ID(WS-PAR-IDX) IS NOT EQUAL TO
              WS-DPT-DEPT-ID(WS-DPT-IDX)
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-REASON-DETAIL-LINE.
           MOVE WS-PAR-REASON-CODE(WS-PAR-IDX) TO WS-LEAVER-REASON-CODE.
           MOVE WS-PAR-CATEGORY(WS-PAR-IDX) TO WS-LEAVER-CATEGORY.
           PERFORM 2550-DESCRIBE-REASON.
           MOVE WS-PAR-LEAVERS(WS-PAR-IDX) TO WS-DTL-LEAVERS.
           MOVE WS-PAR-REGRETTED(WS-PAR-IDX) TO WS-DTL-REGRETTED.

           MOVE WS-REASON-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2530-WRITE-ONE-REASON-TOTAL.
           INITIALIZE WS-REASON-DETAIL-LINE.
           MOVE WS-RTT-REASON-CODE(WS-RTT-IDX) TO WS-LEAVER-REASON-CODE.
           MOVE WS-RTT-CATEGORY(WS-RTT-IDX) TO WS-LEAVER-CATEGORY.
           PERFORM 2550-DESCRIBE-REASON.
           MOVE WS-RTT-LEAVERS(WS-RTT-IDX) TO WS-DTL-LEAVERS.
           MOVE WS-RTT-REGRETTED(WS-RTT-IDX) TO WS-DTL-REGRETTED.

           MOVE WS-REASON-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2540-WRITE-ONE-RATING.
           INITIALIZE WS-RATING-DETAIL-LINE.
           MOVE WS-RTG-CODE(WS-RTG-IDX) TO WS-RTG-RATING-CODE.
           MOVE WS-RTG-LOSSES(WS-RTG-IDX) TO WS-RTG-COUNT.

           IF WS-RTG-CODE(WS-RTG-IDX) IS EQUAL TO 'NONE'
              MOVE 'NEVER APPRAISED' TO WS-RTG-RATING-DESC
           ELSE
              MOVE WS-RTG-CODE(WS-RTG-IDX) TO RAT-RATING-CODE
              EXEC CICS READ
                   FILE(APP-RATECODE-FILE-NAME)
                   INTO (RATING-CODE-RECORD)
                   RIDFLD(RAT-RATING-CODE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE RAT-RATING-DESC TO WS-RTG-RATING-DESC
              ELSE
                 MOVE '(NOT ON FILE)' TO WS-RTG-RATING-DESC
              END-IF
           END-IF.

           MOVE WS-RATING-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2550-DESCRIBE-REASON.
      *    FILLS THE CODE, DESCRIPTION AND CATEGORY COLUMNS OF THE
      *    DETAIL LINE FOR WS-LEAVER-REASON-CODE.
           IF WS-LEAVER-REASON-CODE IS EQUAL TO SPACES
              MOVE '----' TO WS-DTL-REASON-CODE
              MOVE 'NOT RECORDED' TO WS-DTL-REASON-DESC
              MOVE 'UNKNOWN' TO WS-DTL-CATEGORY
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LEAVER-REASON-CODE TO WS-DTL-REASON-CODE.
           MOVE WS-LEAVER-REASON-CODE TO LRS-REASON-CODE.

           EXEC CICS READ
                FILE(APP-EXITRSN-FILE-NAME)
                INTO (LEAVING-REASON-RECORD)
                RIDFLD(LRS-REASON-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE LRS-REASON-DESC TO WS-DTL-REASON-DESC
           ELSE
              MOVE '(NOT ON FILE)' TO WS-DTL-REASON-DESC
           END-IF.

      *    THE CATEGORY CAPTURED ON THE EXIT RECORD, NOT TODAY'S
      *    TABLE ENTRY - A RECLASSIFIED REASON DOES NOT REWRITE
      *    HISTORY.
           EVALUATE WS-LEAVER-CATEGORY
           WHEN 'V'
                MOVE 'VOLUNTARY' TO WS-DTL-CATEGORY
           WHEN 'I'
                MOVE 'INVOLUNTARY' TO WS-DTL-CATEGORY
           WHEN OTHER
                MOVE 'UNKNOWN' TO WS-DTL-CATEGORY
           END-EVALUATE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-LEAVERS-COUNTED TO WS-REPLY-LEAVERS.
           MOVE WS-REGRETTED-COUNTED TO WS-REPLY-REGRETTED.

           STRING 'Leavers By Reason Complete - '
                  FUNCTION TRIM(WS-REPLY-LEAVERS)
                  ' Leaver(s), '
                  FUNCTION TRIM(WS-REPLY-REGRETTED)
                  ' Regretted Voluntary - Queue '
                  APP-EXITRPT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

           IF WS-TABLE-OVERFLOWED
              MOVE 'Warning: Report Table Overflowed - Report Incomplete
      -           '!' TO WS-REPLY-TEXT
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-EXITRPT-QUEUE-NAME)
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
                RIDFLD(APP-RUNCTL-RRN-EXITRPT)
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
           MOVE APP-EXITRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-EXITRPT)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-EXITRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-EXITRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-EXITRPT)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-EXITRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-LEAVERS-COUNTED TO RNH-RECORDS-READ
              MOVE WS-LEAVERS-COUNTED TO RNH-RECORDS-WRITTEN
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
