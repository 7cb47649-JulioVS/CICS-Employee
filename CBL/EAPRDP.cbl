      *        FILE AND LIST EVERY ACTIVE EMPLOYEE WHOSE APPRAISAL IS
      *        OVERDUE - EITHER NEVER RECORDED OR OLDER THAN THE DUE
      *        WINDOW BELOW - TO A QUEUE FOR HR FOLLOW-UP.
      *      - THE EMPLOYEES COME FROM THE NIGHTLY SWEEP WORK FILE
      *        (ESWPP - SEE ESWEEP.CPY) RATHER THAN A BROWSE OF
      *        EMPMAST, SO THE RUN IS REFUSED UNTIL A CURRENT SWEEP
      *        HAS COMPLETED, AND THE LIST COMES OUT IN DEPARTMENT
      *        ORDER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - NIGHTLY SWEEP WORK FILE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY ESWEEP.
       COPY EAPRHS.
       COPY ERUNCTL.
       COPY ERUNHST.
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

      ******************************************************************
      *   THE NIGHTLY SWEEP (ESWPP - SEE ESWEEP.CPY) THIS RUN READS IN
      *   PLACE OF ITS OWN BROWSE OF EMPMAST.
      ******************************************************************
       01 WS-SWEEP-CHECK-VARS.
          05 WS-SWEEP-DATE           PIC X(8).
          05 WS-SWEEP-OLDEST-DATE    PIC 9(8).
          05 WS-SWEEP-TODAY-DAYS     PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           PERFORM 1550-CHECK-SWEEP-READY.
           SET WS-NOT-END-OF-FILE TO TRUE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE SO LAST RUN'S LIST
           END-IF.

       2100-START-BROWSING.
      *    THE NIGHT'S SWEEP WORK FILE STANDS IN FOR A FULL BROWSE OF
      *    EMPMAST - DEPARTMENT ZERO POSITIONS THE BROWSE AT THE FIRST
      *    RECORD OF THE SWEEP 1550 ACCEPTED.
           INITIALIZE SWEEP-WORK-RECORD.
           MOVE WS-SWEEP-DATE TO SWP-SWEEP-DATE.

           EXEC CICS STARTBR
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Sweep Work File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                INTO (SWEEP-WORK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    A RECORD FROM ANY OTHER SWEEP DATE IS PAST THE END OF THE
      *    SWEEP THIS RUN ACCEPTED.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              SWP-SWEEP-DATE IS NOT EQUAL TO WS-SWEEP-DATE
              SET WS-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SWP-EMPLOYEE-IMAGE TO EMPLOYEE-MASTER-RECORD
                ADD 1 TO WS-EMPLOYEES-SCANNED
                IF EMP-ACTIVE
                   PERFORM 2300-CHECK-APPRAISAL-DUE

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(APP-SWEEP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       1550-CHECK-SWEEP-READY.
      *    THE EMPLOYEES COME FROM THE NIGHTLY SWEEP WORK FILE, NOT A
      *    BROWSE OF EMPMAST - REFUSE TO RUN UNLESS ESWPP'S RUN-CONTROL
      *    RECORD SHOWS A COMPLETED SWEEP FROM TODAY OR YESTERDAY (A
      *    WINDOW THAT STARTED BEFORE MIDNIGHT). A REFUSED RUN LEAVES
      *    ITS HISTORY ENTRY AS A FAILURE AND ITS OWN RUN-CONTROL
      *    RECORD UNTOUCHED, SO IT IS SIMPLY RE-ENTERED ONCE THE
      *    SWEEP HAS RUN.
           MOVE WS-RUN-TODAY TO WS-SWEEP-OLDEST-DATE.
           COMPUTE WS-SWEEP-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-SWEEP-OLDEST-DATE).
           COMPUTE WS-SWEEP-OLDEST-DATE =
              FUNCTION DATE-OF-INTEGER(WS-SWEEP-TODAY-DAYS - 1).

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-SWEEP)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT RNC-ST-COMPLETE OR
              RNC-LAST-RUN-DATE IS NOT NUMERIC
              MOVE 'Nightly Sweep Not Complete - Run ESWP First!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           MOVE RNC-LAST-RUN-DATE TO WS-SWEEP-DATE.

           IF WS-SWEEP-DATE IS LESS THAN WS-SWEEP-OLDEST-DATE
              MOVE 'Nightly Sweep Is Out Of Date - Run ESWP First!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
