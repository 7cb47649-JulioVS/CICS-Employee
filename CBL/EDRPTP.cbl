      *        FILE IS SMALL, SO IT IS LOADED INTO A WORKING TABLE
      *        FIRST AND GROUPED FROM THERE RATHER THAN NESTING TWO
      *        BROWSES AGAINST THE SAME FILE.
      *      - THE ROSTER BREAKS BY LEGAL ENTITY (SEE ELGLENT.CPY)
      *        ABOVE THE DIVISIONS: EACH ENTITY GETS A HEADING, ITS
      *        OWN DIVISIONS, DEPARTMENTS AND UNPARENTED DEPARTMENTS,
      *        AND AN ENTITY TOTAL. A DEPARTMENT OWNED BY A DIFFERENT
      *        ENTITY FROM ITS DIVISION IS LISTED UNDER ITS OWN
      *        ENTITY'S UNPARENTED DEPARTMENTS.
      *      - EACH DEPARTMENT'S EMPLOYEES COME FROM THE NIGHTLY
      *        SWEEP WORK FILE (ESWPP - SEE ESWEEP.CPY) RATHER THAN
      *        THE EMPMAST DEPARTMENT PATH, SO THE RUN IS REFUSED
      *        UNTIL A CURRENT SWEEP HAS COMPLETED, AND THE DETAIL
      *        LINES SHOW THE JOB-TITLE DESCRIPTION THE SWEEP LOOKED
      *        UP INSTEAD OF THE BARE CODE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - NIGHTLY SWEEP WORK FILE RECORD.
      *      - LEGAL-ENTITY TABLE RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ESWEEP.
       COPY ELGLENT.
       COPY EDCNTCA.
       COPY ESECASG.
       COPY ERUNCTL.
       COPY ERUNHST.
          05 FILLER                     PIC X(12)
                                         VALUE ' EMPLOYEE(S)'.
          05 FILLER                     PIC X(39)  VALUE SPACES.
      *
       01 WS-ENTITY-HEADING-LINE.
          05 FILLER                     PIC X(7)
                                         VALUE 'ENTITY '.
          05 WS-ENT-HDG-CODE            PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(3)   VALUE ' - '.
          05 WS-ENT-HDG-NAME            PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(36)  VALUE SPACES.
      *
       01 WS-ENTITY-SUBTOTAL-LINE.
          05 FILLER                     PIC X(7)
                                         VALUE 'ENTITY '.
          05 WS-ENT-SUB-CODE            PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' TOTAL - '.
          05 WS-ENT-SUB-EMP-COUNT       PIC ZZZZ9.
          05 FILLER                     PIC X(12)
                                         VALUE ' EMPLOYEE(S)'.
          05 FILLER                     PIC X(43)  VALUE SPACES.
      *
       01 WS-ORPHAN-HEADING-LINE.
          05 FILLER                     PIC X(44)
             10 WS-TBL-AUTHORIZED       PIC 9(5).
             10 WS-TBL-PRINTED-FLAG     PIC X(1).
                88 WS-TBL-PRINTED                 VALUE 'Y'.
             10 WS-TBL-COMPANY-CODE     PIC X(4).
      *
      *    THE LEGAL ENTITIES THE DEPARTMENTS BELONG TO, IN THE ORDER
      *    FIRST MET - THE HOME COMPANY FIRST, SINCE A BLANK COMPANY
      *    CODE MEANS IT. A DEPARTMENT WHOSE ENTITY WON'T FIT IS
      *    REPORTED UNDER THE HOME COMPANY RATHER THAN DROPPED.
      *
       01 WS-ENTITY-TABLE-AREA.
          05 WS-ENTITY-COUNT            PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-ENTITY-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-ENT-IDX WS-ENT-SCAN-IDX.
             10 WS-TBL-ENTITY-CODE      PIC X(4).
      *
       01 WS-CURRENT-COMPANY-CODE       PIC X(4)  VALUE SPACES.
       01 WS-ENTITY-EMPLOYEES           PIC 9(5)  VALUE ZEROES.
      *
       01 WS-DEPT-TABLE-FULL-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-DEPT-TABLE-OVERFLOWED             VALUE 'Y'.
      *    THAN COUNTING THEM TWICE.
      *
       01 WS-PRECOUNT-ACTIVES           PIC 9(5)  VALUE ZEROES.
       01 WS-VARIANCE-CALC              PIC S9(5) USAGE IS BINARY.
       01 WS-VARIANCE-EDIT              PIC +++++9.
      *
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
           SET WS-DEPT-NOT-END-OF-FILE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

              PERFORM 2400-END-DEPARTMENT-BROWSE
           END-IF.

           PERFORM 2050-REPORT-ONE-ENTITY
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT.

       2050-REPORT-ONE-ENTITY.
      *    ENTITY HEADING, THE ENTITY'S DIVISIONS AND THEIR
      *    DEPARTMENTS, ITS UNPARENTED DEPARTMENTS, THEN THE ENTITY
      *    TOTAL - THE SPLIT PAYROLL NEEDS BETWEEN THE COMPANIES.
           MOVE WS-TBL-ENTITY-CODE(WS-ENT-IDX)
              TO WS-CURRENT-COMPANY-CODE.
           MOVE ZEROES TO WS-ENTITY-EMPLOYEES.

           INITIALIZE WS-ENTITY-HEADING-LINE.
           MOVE WS-CURRENT-COMPANY-CODE TO WS-ENT-HDG-CODE.
           MOVE WS-CURRENT-COMPANY-CODE TO ENT-COMPANY-CODE.

           EXEC CICS READ
                FILE(APP-ENTITY-FILE-NAME)
                INTO (LEGAL-ENTITY-RECORD)
                RIDFLD(ENT-COMPANY-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE ENT-COMPANY-NAME TO WS-ENT-HDG-NAME
           END-IF.

           MOVE WS-ENTITY-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE 'Y' TO WS-ORPHAN-HEADING-SWITCH.

           PERFORM 2500-REPORT-BY-DIVISION.
           PERFORM 2600-REPORT-UNPARENTED-DEPTS.

           INITIALIZE WS-ENTITY-SUBTOTAL-LINE.
           MOVE WS-CURRENT-COMPANY-CODE TO WS-ENT-SUB-CODE.
           MOVE WS-ENTITY-EMPLOYEES TO WS-ENT-SUB-EMP-COUNT.
           MOVE WS-ENTITY-SUBTOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2100-START-DEPARTMENT-BROWSE.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST DEPARTMENT ON
      *    FILE - SAME IDIOM ELISTP USES TO START AT THE TOP OF
           END-EVALUATE.

       2210-STORE-DEPARTMENT-ENTRY.
           IF WS-ENTITY-COUNT IS EQUAL TO ZERO
              MOVE APP-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
              PERFORM 2220-LIST-ENTITY
           END-IF.

           IF DEPT-COMPANY-CODE IS EQUAL TO SPACES
              MOVE APP-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
           ELSE
              MOVE DEPT-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
              PERFORM 2220-LIST-ENTITY
           END-IF.

           IF WS-DEPT-COUNT IS LESS THAN 200
              ADD 1 TO WS-DEPT-COUNT
              SET WS-DIV-IDX TO WS-DEPT-COUNT
              MOVE DEPT-AUTHORIZED-HEADCOUNT
                 TO WS-TBL-AUTHORIZED(WS-DIV-IDX)
              MOVE SPACE TO WS-TBL-PRINTED-FLAG(WS-DIV-IDX)
              MOVE WS-CURRENT-COMPANY-CODE
                 TO WS-TBL-COMPANY-CODE(WS-DIV-IDX)
           ELSE
              SET WS-DEPT-TABLE-OVERFLOWED TO TRUE
           END-IF.

       2220-LIST-ENTITY.
      *    ADDS WS-CURRENT-COMPANY-CODE TO THE ENTITY LIST THE FIRST
      *    TIME IT IS SEEN; WITH THE LIST FULL, THE DEPARTMENT FALLS
      *    BACK TO THE HOME COMPANY (ALWAYS LISTED FIRST).
           SET WS-ENT-SCAN-IDX TO 1.
           SEARCH WS-ENTITY-ENTRY VARYING WS-ENT-SCAN-IDX
              AT END
                 MOVE APP-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
              WHEN WS-ENT-SCAN-IDX IS GREATER THAN WS-ENTITY-COUNT
                 ADD 1 TO WS-ENTITY-COUNT
                 MOVE WS-CURRENT-COMPANY-CODE
                    TO WS-TBL-ENTITY-CODE(WS-ENT-SCAN-IDX)
              WHEN WS-TBL-ENTITY-CODE(WS-ENT-SCAN-IDX) IS EQUAL TO
                   WS-CURRENT-COMPANY-CODE
                 CONTINUE
           END-SEARCH.

       2300-LIST-DEPARTMENT-EMPLOYEES.
      *    CALLERS SET WS-CURRENT-DEPARTMENT-ID BEFORE PERFORMING -
      *    THE PER-DEPARTMENT COUNT FEEDS THE DIVISION SUBTOTALS.
           PERFORM 2700-LIST-LOANED-IN-EMPLOYEES.

       2310-START-EMPLOYEE-BROWSE.
      *    BROWSE THE NIGHT'S SWEEP WORK FILE RATHER THAN EMPMAST -
      *    ITS KEY IS SWEEP DATE + DEPARTMENT + EMPLOYEE, SO SWEEP
      *    DATE + THIS DEPARTMENT + EMPLOYEE ZERO JUMPS DIRECTLY TO
      *    THE DEPARTMENT'S FIRST EMPLOYEE, AS THE EMPMAST DEPARTMENT
      *    PATH USED TO.
           SET WS-EMP-NOT-END-OF-DEPARTMENT TO TRUE.

           MOVE WS-SWEEP-DATE TO SWP-SWEEP-DATE.
           MOVE WS-CURRENT-DEPARTMENT-ID TO SWP-DEPARTMENT-ID.
           MOVE ZEROES TO SWP-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       2320-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                INTO (SWEEP-WORK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         THE WORK FILE HOLDS EVERY DEPARTMENT - ONCE THE
      *         DEPARTMENT (OR SWEEP DATE) CHANGES WE'VE RUN PAST THIS
      *         DEPARTMENT'S EMPLOYEES AND INTO THE NEXT DEPARTMENT'S.
                MOVE SWP-EMPLOYEE-IMAGE TO EMPLOYEE-MASTER-RECORD
                IF SWP-SWEEP-DATE IS NOT EQUAL TO WS-SWEEP-DATE OR
                   SWP-DEPARTMENT-ID IS NOT EQUAL TO
                   WS-CURRENT-DEPARTMENT-ID
                   SET WS-EMP-END-OF-DEPARTMENT TO TRUE
                ELSE
           INITIALIZE WS-EMPLOYEE-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-DTL-FULL-NAME.
      *    THE SWEEP HAS ALREADY LOOKED UP THE JOB-TITLE CODE'S
      *    DESCRIPTION - AN UNKNOWN CODE PRINTS AS THE BARE CODE.
           IF SWP-JOB-TITLE-DESC IS NOT EQUAL TO SPACES
              MOVE SWP-JOB-TITLE-DESC TO WS-DTL-JOB-TITLE
           ELSE
              MOVE EMP-JOB-TITLE TO WS-DTL-JOB-TITLE
           END-IF.
           MOVE WS-EMPLOYEE-DETAIL-LINE TO WS-REPORT-LINE.

           PERFORM 9100-WRITE-REPORT-LINE.

       2390-END-EMPLOYEE-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-SWEEP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    A ZERO PARENT MARKS A TOP-LEVEL DIVISION - ITS HEADING IS
      *    FOLLOWED BY ANY EMPLOYEES ASSIGNED DIRECTLY TO IT, THEN BY
      *    EVERY DEPARTMENT THAT ROLLS UP UNDER IT, THEN A SUBTOTAL.
           IF WS-TBL-PARENT-ID(WS-DIV-IDX) IS EQUAL TO ZERO AND
              WS-TBL-COMPANY-CODE(WS-DIV-IDX) IS EQUAL TO
              WS-CURRENT-COMPANY-CODE
              INITIALIZE WS-DIVISION-HEADING-LINE
              MOVE WS-TBL-DEPARTMENT-ID(WS-DIV-IDX) TO WS-DIV-HDG-ID
              MOVE WS-TBL-DEPARTMENT-NAME(WS-DIV-IDX)
              MOVE WS-DIVISION-EMPLOYEES TO WS-SUB-EMP-COUNT
              MOVE WS-DIVISION-SUBTOTAL-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE

              ADD WS-DIVISION-EMPLOYEES TO WS-ENTITY-EMPLOYEES
           END-IF.

       2520-REPORT-ONE-CHILD-DEPT.
           IF WS-TBL-PARENT-ID(WS-CHD-IDX) IS EQUAL TO
              WS-TBL-DEPARTMENT-ID(WS-DIV-IDX) AND
              WS-TBL-COMPANY-CODE(WS-CHD-IDX) IS EQUAL TO
              WS-CURRENT-COMPANY-CODE
              PERFORM 2530-WRITE-DEPARTMENT-HEADING
              MOVE 'Y' TO WS-TBL-PRINTED-FLAG(WS-CHD-IDX)

           MOVE WS-TBL-MANAGER-ID(WS-CHD-IDX) TO WS-HDG-MANAGER-ID.

      *    THE VARIANCE COLUMN NEEDS THE ACTIVE COUNT BEFORE THE
      *    HEADING PRINTS, SO IT IS TAKEN FROM THE DEPARTMENT'S
      *    HEADCOUNT COUNTER AHEAD OF THE EMPLOYEE LISTING.
           MOVE SPACES TO WS-HDG-VARIANCE.
           IF WS-TBL-AUTHORIZED(WS-CHD-IDX) IS GREATER THAN ZERO
              MOVE WS-TBL-DEPARTMENT-ID(WS-CHD-IDX)
           PERFORM 9100-WRITE-REPORT-LINE.

       2540-PRE-COUNT-DEPT-ACTIVES.
      *    COUNT ONLY - NO REPORT LINES. ONE READ OF THE COUNTER
      *    THROUGH EDCNTP; THE NIGHTLY COUNTER CHECK (EDCVP) HAS
      *    ALREADY REPAIRED ANY DRIFT BY THE TIME THE ROSTER RUNS.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           SET DCA-INQUIRE TO TRUE.
           MOVE WS-CURRENT-DEPARTMENT-ID TO DCA-DEPARTMENT-ID.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE DCA-ACTIVE-HEADS TO WS-PRECOUNT-ACTIVES.

       2600-REPORT-UNPARENTED-DEPTS.
      *    A DEPARTMENT WHOSE PARENT ISN'T A DIVISION ON FILE (A
              UNTIL WS-CHD-IDX IS GREATER THAN WS-DEPT-COUNT.

       2610-REPORT-ONE-ORPHAN-DEPT.
           IF NOT WS-TBL-PRINTED(WS-CHD-IDX) AND
              WS-TBL-COMPANY-CODE(WS-CHD-IDX) IS EQUAL TO
              WS-CURRENT-COMPANY-CODE
              IF WS-ORPHAN-HEADING-PENDING
                 MOVE WS-ORPHAN-HEADING-LINE TO WS-REPORT-LINE
                 PERFORM 9100-WRITE-REPORT-LINE
              MOVE WS-TBL-DEPARTMENT-ID(WS-CHD-IDX)
                 TO WS-CURRENT-DEPARTMENT-ID
              PERFORM 2300-LIST-DEPARTMENT-EMPLOYEES
              ADD WS-DEPT-EMPLOYEE-COUNT TO WS-ENTITY-EMPLOYEES
           END-IF.

       2700-LIST-LOANED-IN-EMPLOYEES.
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *    THE SWEEP KEY FIELD IS SHARED WITH THE MAIN EMPLOYEE
      *    BROWSE - RESTORE NOTHING; THE SECONDARY BROWSE CARRIES ITS
      *    OWN RIDFLD (SEC-ASSIGNMENT-KEY) AND THE SWEEP BROWSE FOR
      *    THIS DEPARTMENT HAS ALREADY ENDED.

       2900-BUILD-REPLY-TEXT.
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
