       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINCRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'REPORTABLE INCIDENT EXTRACT' MONTHLY BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID ONCE A MONTH FOR THE
      *        SAFETY COMMITTEE.
      *      - BROWSES THE HEALTH AND SAFETY INCIDENT LOG (SEE
      *        EINCDNT.CPY) FOR THE CURRENT CALENDAR MONTH - THE FILE
      *        IS KEYED BY INCIDENT DATE, SO THE BROWSE STARTS AT THE
      *        1ST OF THE MONTH AND STOPS AT THE FIRST LATER MONTH.
      *      - PART 1 LISTS EVERY EXTERNALLY REPORTABLE INCIDENT.
      *      - PART 2 TOTALS, PER DEPARTMENT OF THE EMPLOYEE INVOLVED,
      *        THE MONTH'S INCIDENTS AND THE DAYS LOST TO THEM - THE
      *        DAYS TAKEN ON EACH INCIDENT'S LINKED SICKNESS ABSENCE
      *        (SEE EABSENC.CPY).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - HEALTH AND SAFETY INCIDENT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ABSENCE RECORD.
      *      - DEPARTMENT MASTER RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EINCDNT.
       COPY EMPMAST.
       COPY EABSENC.
       COPY DEPTMAST.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-INCIDENT-HEADING-LINE.
          05 FILLER                     PIC X(40)
                VALUE 'DATE       NO. EMPLOYEE NAME            '.
          05 FILLER                     PIC X(40)
                VALUE '         SITE   IN S LOST               '.
      *
       01 WS-INCIDENT-DETAIL-LINE.
          05 WS-DTL-INCIDENT-DATE       PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-INCIDENT-SEQ        PIC 9(3).
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-EMPLOYEE-ID         PIC 9(8).
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-EMPLOYEE-NAME       PIC X(24)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-LOCATION-CODE       PIC X(6)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-INJURY-TYPE         PIC X(2)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-SEVERITY            PIC X(1)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DTL-LOST-DAYS           PIC ZZ9.9.
          05 FILLER                     PIC X(14)  VALUE SPACES.
      *
       01 WS-DEPT-HEADING-LINE.
          05 FILLER                     PIC X(40)
                VALUE 'DEPT ID  DEPARTMENT NAME                '.
          05 FILLER                     PIC X(40)
                VALUE 'INCIDENTS   LOST DAYS                   '.
      *
       01 WS-DEPT-DETAIL-LINE.
          05 WS-DPT-DEPARTMENT-ID       PIC 9(8).
          05 FILLER                     PIC X(1)   VALUE SPACES.
          05 WS-DPT-DEPARTMENT-NAME     PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(5)   VALUE SPACES.
          05 WS-DPT-INCIDENT-COUNT      PIC ZZZ9.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-DPT-LOST-DAYS           PIC ZZZZ9.9.
          05 FILLER                     PIC X(21)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-INCIDENTS-READ          PIC 9(7)  VALUE ZEROES.
          05 WS-REPORTABLE-COUNT        PIC 9(5)  VALUE ZEROES.
          05 WS-LINES-WRITTEN           PIC 9(7)  VALUE ZEROES.
          05 WS-LOST-DAYS               PIC 9(2)V9 VALUE ZEROES.
          05 WS-EMPLOYEE-DEPT-ID        PIC 9(8)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-INCIDENTS         PIC ZZZZ9.
          05 WS-REPLY-REPORTABLE        PIC ZZZZ9.
      *
       01 WS-INC-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-INC-END-OF-MONTH                  VALUE 'Y'.
          88 WS-INC-NOT-END-OF-MONTH              VALUE 'N'.
      *
       01 WS-RUN-MONTH                  PIC X(6)  VALUE SPACES.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY                 PIC X(4)  VALUE SPACES.
             10 WS-MM                   PIC X(2)  VALUE SPACES.
             10 WS-DD                   PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD                   PIC X(2)  VALUE SPACES.
             10 FILLER                  PIC X(1)  VALUE '-'.
             10 WS-MM                   PIC X(2)  VALUE SPACES.
             10 FILLER                  PIC X(1)  VALUE '-'.
             10 WS-YYYY                 PIC X(4)  VALUE SPACES.
      *
      *    ONE ROW PER DEPARTMENT WITH AN INCIDENT THIS MONTH - AN
      *    EMPLOYEE NO LONGER ON FILE IS TOTALLED UNDER DEPARTMENT 0.
       01 WS-DEPT-TABLE.
          05 WS-DPT-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-TBL-DEPARTMENT-ID    PIC 9(8).
             10 WS-TBL-INCIDENT-COUNT   PIC S9(5) USAGE IS BINARY.
             10 WS-TBL-LOST-DAYS        PIC S9(5)V9 USAGE IS COMP-3.
          05 WS-DPT-COUNT               PIC S9(4) USAGE IS BINARY.
      *
       01 WS-DPT-TABLE-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-DPT-TABLE-OVERFLOWED              VALUE 'Y'.

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
           PERFORM 2000-SWEEP-MONTH-INCIDENTS.
           PERFORM 2500-WRITE-DEPARTMENT-TOTALS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-DEPT-TABLE.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           SET WS-INC-NOT-END-OF-MONTH TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-INCRPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-INCIDENT-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-SWEEP-MONTH-INCIDENTS.
           INITIALIZE INCIDENT-RECORD.
           MOVE WS-RUN-MONTH TO INC-INCIDENT-DATE(1:6).
           MOVE '01' TO INC-INCIDENT-DATE(7:2).
           MOVE ZERO TO INC-INCIDENT-SEQ.

           EXEC CICS STARTBR
                FILE(APP-INCIDENT-FILE-NAME)
                RIDFLD(INC-INCIDENT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-INCIDENT
                   UNTIL WS-INC-END-OF-MONTH

                EXEC CICS ENDBR
                     FILE(APP-INCIDENT-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-INC-END-OF-MONTH TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Incident Log!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2100-READ-NEXT-INCIDENT.
           EXEC CICS READNEXT
                FILE(APP-INCIDENT-FILE-NAME)
                RIDFLD(INC-INCIDENT-KEY)
                INTO (INCIDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF INC-INCIDENT-DATE(1:6) IS EQUAL TO WS-RUN-MONTH
                   ADD 1 TO WS-INCIDENTS-READ
                   PERFORM 2200-PROCESS-ONE-INCIDENT
                ELSE
                   SET WS-INC-END-OF-MONTH TO TRUE
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-INC-END-OF-MONTH TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Incident!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-PROCESS-ONE-INCIDENT.
           PERFORM 2210-READ-INCIDENT-EMPLOYEE.
           PERFORM 2220-READ-LINKED-ABSENCE.

           IF INC-EXTERNALLY-REPORTABLE
              PERFORM 2300-WRITE-INCIDENT-LINE
           END-IF.

           PERFORM 2400-TALLY-DEPARTMENT.

       2210-READ-INCIDENT-EMPLOYEE.
           MOVE INC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-DEPARTMENT-ID TO WS-EMPLOYEE-DEPT-ID
           ELSE
              MOVE ZERO TO WS-EMPLOYEE-DEPT-ID
              MOVE '(Not On File)' TO EMP-PRIMARY-NAME
           END-IF.

       2220-READ-LINKED-ABSENCE.
      *    THE LINKED ABSENCE IS READ FRESH, SO DAYS CORRECTED ON THE
      *    ABSENCE SINCE THE INCIDENT WAS LOGGED ARE WHAT COUNT.
           MOVE ZERO TO WS-LOST-DAYS.

           IF INC-NO-ABSENCE-LINKED
              EXIT PARAGRAPH
           END-IF.

           MOVE INC-EMPLOYEE-ID TO ABS-EMPLOYEE-ID.
           MOVE INC-ABS-ENTRY-TIMESTAMP TO ABS-ENTRY-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-ABSENCE-FILE-NAME)
                INTO (ABSENCE-RECORD)
                RIDFLD(ABS-ABSENCE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE ABS-DAYS-TAKEN TO WS-LOST-DAYS
           END-IF.

       2300-WRITE-INCIDENT-LINE.
           INITIALIZE WS-INCIDENT-DETAIL-LINE.
           MOVE INC-INCIDENT-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-DTL-INCIDENT-DATE.
           MOVE INC-INCIDENT-SEQ TO WS-DTL-INCIDENT-SEQ.
           MOVE INC-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME TO WS-DTL-EMPLOYEE-NAME.
           MOVE INC-LOCATION-CODE TO WS-DTL-LOCATION-CODE.
           MOVE INC-INJURY-TYPE TO WS-DTL-INJURY-TYPE.
           MOVE INC-SEVERITY TO WS-DTL-SEVERITY.
           MOVE WS-LOST-DAYS TO WS-DTL-LOST-DAYS.

           ADD 1 TO WS-REPORTABLE-COUNT.
           MOVE WS-INCIDENT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2400-TALLY-DEPARTMENT.
           SET WS-DPT-IDX TO 1.
           SEARCH WS-DPT-ENTRY
              AT END
                 IF WS-DPT-COUNT IS LESS THAN 50
                    ADD 1 TO WS-DPT-COUNT
                    SET WS-DPT-IDX TO WS-DPT-COUNT
                    MOVE WS-EMPLOYEE-DEPT-ID
                       TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
                    MOVE 1 TO WS-TBL-INCIDENT-COUNT(WS-DPT-IDX)
                    MOVE WS-LOST-DAYS
                       TO WS-TBL-LOST-DAYS(WS-DPT-IDX)
                 ELSE
                    SET WS-DPT-TABLE-OVERFLOWED TO TRUE
                 END-IF
              WHEN WS-DPT-IDX IS GREATER THAN WS-DPT-COUNT
                 CONTINUE
              WHEN WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   WS-EMPLOYEE-DEPT-ID
                 ADD 1 TO WS-TBL-INCIDENT-COUNT(WS-DPT-IDX)
                 ADD WS-LOST-DAYS TO WS-TBL-LOST-DAYS(WS-DPT-IDX)
           END-SEARCH.

       2500-WRITE-DEPARTMENT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-DEPT-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2510-WRITE-ONE-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX IS GREATER THAN WS-DPT-COUNT.

       2510-WRITE-ONE-DEPARTMENT.
           INITIALIZE WS-DEPT-DETAIL-LINE.
           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
              TO WS-DPT-DEPARTMENT-ID.
           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
              TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DEPT-DEPARTMENT-NAME TO WS-DPT-DEPARTMENT-NAME
           ELSE
              MOVE '(Not On File)' TO WS-DPT-DEPARTMENT-NAME
           END-IF.

           MOVE WS-TBL-INCIDENT-COUNT(WS-DPT-IDX)
              TO WS-DPT-INCIDENT-COUNT.
           MOVE WS-TBL-LOST-DAYS(WS-DPT-IDX) TO WS-DPT-LOST-DAYS.

           MOVE WS-DEPT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-INCIDENTS-READ TO WS-REPLY-INCIDENTS.
           MOVE WS-REPORTABLE-COUNT TO WS-REPLY-REPORTABLE.

           STRING 'Incident Extract Complete - '
                  FUNCTION TRIM(WS-REPLY-INCIDENTS)
                  ' Incident(s), '
                  FUNCTION TRIM(WS-REPLY-REPORTABLE)
                  ' Reportable - Queue '
                  APP-INCRPT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

           IF WS-DPT-TABLE-OVERFLOWED
              MOVE 'Warning: Department Table Overflowed - Totals Incomp
      -           'lete!' TO WS-REPLY-TEXT
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           ADD 1 TO WS-LINES-WRITTEN.

           EXEC CICS WRITEQ TS
                QNAME(APP-INCRPT-QUEUE-NAME)
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
                RIDFLD(APP-RUNCTL-RRN-INCIDRPT)
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
           MOVE APP-INCRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-INCIDRPT)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-INCRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-INCRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-INCIDRPT)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-INCRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-INCIDENTS-READ TO RNH-RECORDS-READ
              MOVE WS-LINES-WRITTEN TO RNH-RECORDS-WRITTEN
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
