      *        OPERATOR ENTERED BY HAND IN THE RIGHT ORDER. THIS
      *        DRIVER LINKS TO THE JOBS IN DEPENDENCY ORDER INSTEAD:
      *          1. ECNTVP  - RECORD-COUNT RECONCILIATION
      *          2. EAIXVP  - ALTERNATE-INDEX INTEGRITY CHECK
      *          3. EDCVP   - DEPARTMENT HEADCOUNT COUNTER RECOUNT
      *          4. ESWPP   - EMPMAST SWEEP TO THE SWEEP WORK FILE
      *          5. EDRPTP  - DEPARTMENT ROSTER
      *          6. EAPRDP  - APPRAISAL-DUE EXTRACT
      *          7. EPAYXP  - PAYROLL EXTRACT
      *          8. EANNVP  - SERVICE ANNIVERSARIES
      *          9. EEMXP   - NO EMERGENCY CONTACT EXCEPTIONS
      *         10. EKPIXP  - HR KPI SUMMARY FOR THE SCORECARD
      *        WHEN THE RECONCILIATION STEP ENDS WITH ITS RUN-CONTROL
      *        RECORD MARKED FAILED (A COUNT MISMATCH), THE SEQUENCE
      *        STOPS THERE - EPAYXP NEVER EXTRACTS FROM A FILE THAT
      *        FAILED VALIDATION.
      *      - THE INDEX CHECK STOPS THE SEQUENCE THE SAME WAY: A PATH
      *        OUT OF STEP WITH EMPMAST WOULD QUIETLY DROP PEOPLE FROM
      *        THE NAME SEARCHES AND THE DEPARTMENT LISTS, SO IT IS
      *        REBUILT AND THE WINDOW RERUN BEFORE ANYTHING ELSE GOES.
      *      - THE COUNTER RECOUNT REPAIRS ANY DRIFT IT FINDS RATHER
      *        THAN FAILING, SO IT NEVER STOPS THE SEQUENCE; IT RUNS
      *        AHEAD OF THE ROSTER SO THE ROSTER'S VARIANCE COLUMN
      *        READS CORRECTED COUNTERS.
      *      - THE SWEEP READS EMPMAST ONCE FOR STEPS 5-8 AND 10, WHICH
      *        BROWSE ITS WORK FILE INSTEAD, SO IT RUNS ONLY AGAINST A
      *        RECONCILED MASTER. WHEN THE SWEEP FAILS THE SEQUENCE
      *        STOPS THERE TOO, RATHER THAN LEAVE EVERY REPORT JOB TO
      *        REFUSE THE MISSING SWEEP ON ITS OWN.
      *      - EACH LINKED JOB STILL KEEPS ITS OWN RUN-CONTROL AND
      *        RUN-HISTORY RECORDS; THE DRIVER READS THE RUN-CONTROL
      *        RECORDS AFTERWARDS TO BUILD ONE CONSOLIDATED
      *
       01 WS-WINDOW-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-WINDOW-STOPPED                    VALUE 'Y'.
          88 WS-WINDOW-STOPPED-AT-SWEEP           VALUE 'S'.
          88 WS-WINDOW-STOPPED-AT-INDEX           VALUE 'I'.
      *
       01 WS-LINK-PROGRAM-NAME          PIC X(8)  VALUE SPACES.
       01 WS-CHECK-RRN                  PIC S9(8) USAGE IS BINARY.
              EXIT PARAGRAPH
           END-IF.

      *    STEP 2 - ALTERNATE-INDEX INTEGRITY. A MISMATCH ON ANY PATH
      *    STOPS THE WINDOW UNTIL THE PATH HAS BEEN REBUILT.
           MOVE APP-AIXCHK-PROGRAM-NAME TO WS-LINK-PROGRAM-NAME.
           MOVE APP-RUNCTL-RRN-AIXCHK TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.

           IF NOT WS-STEP-COMPLETED-OK
              SET WS-WINDOW-STOPPED-AT-INDEX TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    STEP 3 - DEPARTMENT HEADCOUNT COUNTER RECOUNT. IT REPAIRS
      *    WHAT IT FINDS, SO THE WINDOW CARRIES ON WHATEVER HAPPENS.
           MOVE APP-DCNTVAL-PROGRAM-NAME TO WS-LINK-PROGRAM-NAME.
           MOVE APP-RUNCTL-RRN-DCNTVAL TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.

      *    STEP 4 - THE EMPMAST SWEEP THE REPORT AND EXTRACT JOBS
      *    READ. WITHOUT IT NONE OF THEM CAN RUN.
           MOVE APP-SWEEP-PROGRAM-NAME TO WS-LINK-PROGRAM-NAME.
           MOVE APP-RUNCTL-RRN-SWEEP TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.

           IF NOT WS-STEP-COMPLETED-OK
              SET WS-WINDOW-STOPPED-AT-SWEEP TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    STEPS 5-9 - THE REPORT AND EXTRACT JOBS, IN THE SAME ORDER
      *    THE OPERATORS USED TO KEY THEM, THEN THE EXCEPTION LISTS.
           MOVE APP-ROSTER-PROGRAM-NAME TO WS-LINK-PROGRAM-NAME.
           MOVE APP-RUNCTL-RRN-ROSTER TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.
           MOVE APP-RUNCTL-RRN-ANNIV TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.

           MOVE APP-EMRCONX-PROGRAM-NAME TO WS-LINK-PROGRAM-NAME.
           MOVE APP-RUNCTL-RRN-EMRCONX TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.

      *    STEP 10 - THE KPI SUMMARY LAST, SO THE SCORECARD IS BUILT
      *    FROM THE SAME SWEEP AS THE NIGHT'S REPORTS.
           MOVE APP-KPIJOB-PROGRAM-NAME TO WS-LINK-PROGRAM-NAME.
           MOVE APP-RUNCTL-RRN-KPISUM TO WS-CHECK-RRN.
           PERFORM 2100-RUN-ONE-JOB.

       2100-RUN-ONE-JOB.
           ADD 1 TO WS-JOBS-RUN.

           MOVE WS-JOBS-RUN TO WS-REPLY-RUN.
           MOVE WS-JOBS-OK TO WS-REPLY-OK.

           EVALUATE TRUE
           WHEN WS-WINDOW-STOPPED
              MOVE 'Nightly Window STOPPED - Reconciliation Failed - Ext
      -           'racts Were Not Run!'
                 TO WS-REPLY-TEXT
           WHEN WS-WINDOW-STOPPED-AT-INDEX
              MOVE 'Nightly Window STOPPED - Index Check Failed - See AI
      -           'XCHK, Extracts Not Run!'
                 TO WS-REPLY-TEXT
           WHEN WS-WINDOW-STOPPED-AT-SWEEP
              MOVE 'Nightly Window STOPPED - Sweep Failed - Reports Were
      -           ' Not Run!'
                 TO WS-REPLY-TEXT
           WHEN OTHER
              STRING 'Nightly Window Complete - '
                     FUNCTION TRIM(WS-REPLY-OK)
                     ' Of '
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-EVALUATE.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
