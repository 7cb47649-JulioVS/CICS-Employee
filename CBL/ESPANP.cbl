       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPANP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'SPAN OF CONTROL' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EACH PERIOD. WHERE
      *        EORGHP COUNTS THE DEPARTMENTS A MANAGER HEADS, THIS
      *        COUNTS PEOPLE: ONE LINE PER SUPERVISOR WITH THEIR
      *        DIRECT REPORTS AND TOTAL (DIRECT PLUS INDIRECT)
      *        REPORTS, FLAGGING
      *           - A SUPERVISOR WITH NO DIRECT REPORTS,
      *           - MORE THAN APP-SPANCTL-DIRECT-LIMIT DIRECT REPORTS,
      *           - A SUPERVISOR WHO IS SOFT-DELETED OR NOT ON FILE
      *             BUT STILL HAS PEOPLE REPORTING TO THEM.
      *      - AN EMPLOYEE'S SUPERVISOR IS EMP-SUPERVISOR-ID WHEN ONE
      *        IS RECORDED, OTHERWISE THEIR DEPARTMENT'S MANAGER - AND
      *        FOR THE DEPARTMENT MANAGER THEMSELF, THE PARENT
      *        DEPARTMENT'S MANAGER - THE SAME RULE EMYTMP ROSTERS BY.
      *        EVERY ACTIVE DEPARTMENT'S MANAGER IS LISTED EVEN WITH
      *        NOBODY UNDER THEM, SO AN EMPTY TEAM SHOWS UP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - BATCH RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(37)
                   VALUE 'SPAN OF CONTROL - DIRECT-REPORT LIMIT'.
          05 WS-TTL-DIRECT-LIMIT        PIC ZZ9.
          05 FILLER                     PIC X(40)  VALUE SPACES.
      *
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                     PIC X(10)  VALUE ' SUPV ID'.
          05 FILLER                     PIC X(27)  VALUE 'NAME'.
          05 FILLER                     PIC X(9)   VALUE 'DIRECT'.
          05 FILLER                     PIC X(9)   VALUE ' TOTAL'.
          05 FILLER                     PIC X(25)  VALUE 'FLAG'.
      *
       01 WS-SUPERVISOR-DETAIL-LINE.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-SUPERVISOR-ID       PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-SUPERVISOR-NAME     PIC X(25)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-DIRECT-COUNT        PIC ZZZZZ9.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-DTL-TOTAL-COUNT         PIC ZZZZZ9.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-DTL-FLAG-TEXT           PIC X(12)  VALUE SPACES.
          05 FILLER                     PIC X(13)  VALUE SPACES.
      *
       01 WS-TOTAL-LINE.
          05 FILLER                     PIC X(20)
                                         VALUE 'SUPERVISORS LISTED: '.
          05 WS-TOT-SUPERVISORS         PIC ZZZZ9.
          05 FILLER                     PIC X(11)
                                         VALUE '  FLAGGED: '.
          05 WS-TOT-FLAGGED             PIC ZZZZ9.
          05 FILLER                     PIC X(39)  VALUE SPACES.
      *
       01 WS-DROPPED-LINE.
          05 FILLER                     PIC X(24)
                   VALUE 'SUPERVISOR TABLE FULL - '.
          05 WS-DRP-DROPPED             PIC ZZZZ9.
          05 FILLER                     PIC X(31)
                   VALUE ' REPORTING LINE(S) NOT COUNTED'.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-EMPLOYEES-SCANNED       PIC 9(7)  VALUE ZEROES.
          05 WS-SUPERVISORS-LISTED      PIC 9(5)  VALUE ZEROES.
          05 WS-SUPERVISORS-FLAGGED     PIC 9(5)  VALUE ZEROES.
          05 WS-SUPERVISORS-DROPPED     PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-LISTED            PIC ZZZZ9.
          05 WS-REPLY-FLAGGED           PIC ZZZZ9.
      *
       01 WS-DEPT-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE                  VALUE 'Y'.
          88 WS-DEPT-NOT-END-OF-FILE              VALUE 'N'.
      *
       01 WS-EMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-FILE                   VALUE 'Y'.
          88 WS-EMP-NOT-END-OF-FILE               VALUE 'N'.
      *
      *    THE SUPERVISOR TO CREDIT, AND BY HOW MANY DIRECT REPORTS
      *    (ZERO WHEN A DEPARTMENT MANAGER IS ONLY BEING REGISTERED).
       01 WS-TALLY-SUPERVISOR-ID        PIC 9(8)  VALUE ZEROES.
       01 WS-TALLY-INCREMENT            PIC S9(4) USAGE IS BINARY.
      *
       01 WS-EFFECTIVE-SUPERVISOR-ID    PIC 9(8)  VALUE ZEROES.
       01 WS-PARENT-DEPARTMENT-ID       PIC 9(8)  VALUE ZEROES.
      *
       01 WS-ROLL-UP-SLOT               PIC S9(4) USAGE IS BINARY.
       01 WS-ROLL-UP-DEPTH              PIC S9(4) USAGE IS BINARY.
      *
      *    ACTIVE DEPARTMENTS AND THEIR MANAGERS, FOR THE EMPLOYEES
      *    WITH NO SUPERVISOR OF THEIR OWN.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 300 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-DPT-DEPARTMENT-ID    PIC 9(8).
             10 WS-DPT-PARENT-ID        PIC 9(8).
             10 WS-DPT-MANAGER-ID       PIC 9(8).
          05 WS-DEPT-COUNT              PIC S9(4) USAGE IS BINARY.
      *
      *    ONE ROW PER DISTINCT SUPERVISOR. THE PARENT SLOT POINTS AT
      *    THE ROW OF THE SUPERVISOR'S OWN SUPERVISOR (ZERO = NONE),
      *    SO THE ROLL-UP CAN CLIMB THE TABLE WITHOUT RE-READING.
       01 WS-SUPERVISOR-TABLE.
          05 WS-SUPERVISOR-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-SPV-IDX WS-SPV-SCAN-IDX WS-SPV-UP-IDX.
             10 WS-TBL-SUPERVISOR-ID    PIC 9(8).
             10 WS-TBL-SUPERVISOR-NAME  PIC X(25).
             10 WS-TBL-PARENT-ID        PIC 9(8).
             10 WS-TBL-PARENT-SLOT      PIC S9(4) USAGE IS BINARY.
             10 WS-TBL-DIRECT-COUNT     PIC S9(4) USAGE IS BINARY.
             10 WS-TBL-TOTAL-COUNT      PIC S9(8) USAGE IS BINARY.
             10 WS-TBL-STATE            PIC X(1).
                88 WS-TBL-ON-FILE                 VALUE 'A'.
                88 WS-TBL-NOT-ACTIVE              VALUE 'I'.
                88 WS-TBL-NOT-ON-FILE             VALUE 'X'.
          05 WS-SUPERVISOR-COUNT        PIC S9(4) USAGE IS BINARY.

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
           PERFORM 2000-LOAD-DEPARTMENT-MANAGERS.
           PERFORM 2200-COUNT-DIRECT-REPORTS.
           PERFORM 2400-LOOK-UP-SUPERVISORS.
           PERFORM 2600-ROLL-UP-TOTAL-REPORTS.
           PERFORM 2800-REPORT-ALL-SUPERVISORS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-DEPT-TABLE.
           INITIALIZE WS-SUPERVISOR-TABLE.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           SET WS-DEPT-NOT-END-OF-FILE TO TRUE.
           SET WS-EMP-NOT-END-OF-FILE TO TRUE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-SPANCTL-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-LOAD-DEPARTMENT-MANAGERS.
           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-DEPARTMENT
                   UNTIL WS-DEPT-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-DEPT-MASTER-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Department Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2100-READ-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF DEPT-ACTIVE
                   PERFORM 2110-LOAD-ONE-DEPARTMENT
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Department!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2110-LOAD-ONE-DEPARTMENT.
           IF WS-DEPT-COUNT IS LESS THAN 300
              ADD 1 TO WS-DEPT-COUNT
              SET WS-DPT-IDX TO WS-DEPT-COUNT
              MOVE DEPT-DEPARTMENT-ID
                 TO WS-DPT-DEPARTMENT-ID(WS-DPT-IDX)
              MOVE DEPT-PARENT-DEPARTMENT-ID
                 TO WS-DPT-PARENT-ID(WS-DPT-IDX)
              MOVE DEPT-MANAGER-EMPLOYEE-ID
                 TO WS-DPT-MANAGER-ID(WS-DPT-IDX)
           END-IF.

      *    REGISTER THE MANAGER WITH NO REPORTS YET, SO A MANAGER
      *    WHOSE TEAM IS EMPTY STILL GETS A LINE (AND A FLAG).
           IF DEPT-MANAGER-EMPLOYEE-ID IS GREATER THAN ZERO
              MOVE DEPT-MANAGER-EMPLOYEE-ID TO WS-TALLY-SUPERVISOR-ID
              MOVE ZERO TO WS-TALLY-INCREMENT
              PERFORM 2300-TALLY-SUPERVISOR
           END-IF.

       2200-COUNT-DIRECT-REPORTS.
           INITIALIZE EMPLOYEE-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2210-READ-NEXT-EMPLOYEE
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

       2210-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF EMP-ACTIVE
                   ADD 1 TO WS-EMPLOYEES-SCANNED
                   PERFORM 2250-FIND-EFFECTIVE-SUPERVISOR
                   IF WS-EFFECTIVE-SUPERVISOR-ID IS GREATER THAN ZERO
                      MOVE WS-EFFECTIVE-SUPERVISOR-ID
                         TO WS-TALLY-SUPERVISOR-ID
                      MOVE 1 TO WS-TALLY-INCREMENT
                      PERFORM 2300-TALLY-SUPERVISOR
                   END-IF
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-EMP-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Employee!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2250-FIND-EFFECTIVE-SUPERVISOR.
      *    THE RECORDED SUPERVISOR WINS; OTHERWISE THE DEPARTMENT'S
      *    MANAGER, OR FOR THAT MANAGER THE PARENT DEPARTMENT'S.
           MOVE ZERO TO WS-EFFECTIVE-SUPERVISOR-ID.
           MOVE ZERO TO WS-PARENT-DEPARTMENT-ID.

           IF EMP-SUPERVISOR-ID IS NUMERIC AND
              EMP-SUPERVISOR-ID IS GREATER THAN ZERO
              MOVE EMP-SUPERVISOR-ID TO WS-EFFECTIVE-SUPERVISOR-ID
              EXIT PARAGRAPH
           END-IF.

           SET WS-DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT
                 CONTINUE
              WHEN WS-DPT-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   EMP-DEPARTMENT-ID
                 MOVE WS-DPT-MANAGER-ID(WS-DPT-IDX)
                    TO WS-EFFECTIVE-SUPERVISOR-ID
                 MOVE WS-DPT-PARENT-ID(WS-DPT-IDX)
                    TO WS-PARENT-DEPARTMENT-ID
           END-SEARCH.

           IF WS-EFFECTIVE-SUPERVISOR-ID IS NOT EQUAL TO
              EMP-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-EFFECTIVE-SUPERVISOR-ID.

           IF WS-PARENT-DEPARTMENT-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           SET WS-DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT
                 CONTINUE
              WHEN WS-DPT-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   WS-PARENT-DEPARTMENT-ID
                 MOVE WS-DPT-MANAGER-ID(WS-DPT-IDX)
                    TO WS-EFFECTIVE-SUPERVISOR-ID
           END-SEARCH.

      *    SOMEONE MANAGING BOTH A DEPARTMENT AND ITS PARENT DOES NOT
      *    REPORT TO THEMSELF.
           IF WS-EFFECTIVE-SUPERVISOR-ID IS EQUAL TO EMP-EMPLOYEE-ID
              MOVE ZERO TO WS-EFFECTIVE-SUPERVISOR-ID
           END-IF.

       2300-TALLY-SUPERVISOR.
           SET WS-SPV-IDX TO 1.
           SEARCH WS-SUPERVISOR-ENTRY
              AT END
                 ADD 1 TO WS-SUPERVISORS-DROPPED
              WHEN WS-SPV-IDX IS GREATER THAN WS-SUPERVISOR-COUNT
                 ADD 1 TO WS-SUPERVISOR-COUNT
                 MOVE WS-TALLY-SUPERVISOR-ID
                    TO WS-TBL-SUPERVISOR-ID(WS-SPV-IDX)
                 MOVE WS-TALLY-INCREMENT
                    TO WS-TBL-DIRECT-COUNT(WS-SPV-IDX)
              WHEN WS-TBL-SUPERVISOR-ID(WS-SPV-IDX) IS EQUAL TO
                   WS-TALLY-SUPERVISOR-ID
                 ADD WS-TALLY-INCREMENT
                    TO WS-TBL-DIRECT-COUNT(WS-SPV-IDX)
           END-SEARCH.

       2400-LOOK-UP-SUPERVISORS.
           PERFORM 2410-LOOK-UP-ONE-SUPERVISOR
              VARYING WS-SPV-IDX FROM 1 BY 1
              UNTIL WS-SPV-IDX IS GREATER THAN WS-SUPERVISOR-COUNT.

       2410-LOOK-UP-ONE-SUPERVISOR.
           MOVE ZERO TO WS-TBL-PARENT-ID(WS-SPV-IDX).
           MOVE ZERO TO WS-TBL-PARENT-SLOT(WS-SPV-IDX).
           MOVE WS-TBL-SUPERVISOR-ID(WS-SPV-IDX) TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-TBL-NOT-ON-FILE(WS-SPV-IDX) TO TRUE
              MOVE '(NOT ON FILE)' TO WS-TBL-SUPERVISOR-NAME(WS-SPV-IDX)
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME(1:25)
              TO WS-TBL-SUPERVISOR-NAME(WS-SPV-IDX).

      *    A SUPERVISOR WHO HAS LEFT STILL HEADS THE PEOPLE ASSIGNED
      *    TO THEM, BUT REPORTS TO NOBODY - THEIR COUNTS STOP HERE.
           IF NOT EMP-ACTIVE
              SET WS-TBL-NOT-ACTIVE(WS-SPV-IDX) TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET WS-TBL-ON-FILE(WS-SPV-IDX) TO TRUE.
           PERFORM 2250-FIND-EFFECTIVE-SUPERVISOR.
           MOVE WS-EFFECTIVE-SUPERVISOR-ID
              TO WS-TBL-PARENT-ID(WS-SPV-IDX).

           IF WS-EFFECTIVE-SUPERVISOR-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           SET WS-SPV-SCAN-IDX TO 1.
           SEARCH WS-SUPERVISOR-ENTRY VARYING WS-SPV-SCAN-IDX
              AT END
                 CONTINUE
              WHEN WS-SPV-SCAN-IDX IS GREATER THAN WS-SUPERVISOR-COUNT
                 CONTINUE
              WHEN WS-TBL-SUPERVISOR-ID(WS-SPV-SCAN-IDX) IS EQUAL TO
                   WS-EFFECTIVE-SUPERVISOR-ID
                 SET WS-TBL-PARENT-SLOT(WS-SPV-IDX)
                    TO WS-SPV-SCAN-IDX
           END-SEARCH.

       2600-ROLL-UP-TOTAL-REPORTS.
      *    EVERY SUPERVISOR'S DIRECT REPORTS COUNT ONCE TOWARDS THEIR
      *    OWN TOTAL AND ONCE TOWARDS THE TOTAL OF EVERY SUPERVISOR
      *    ABOVE THEM.
           PERFORM 2610-ROLL-UP-ONE-SUPERVISOR
              VARYING WS-SPV-IDX FROM 1 BY 1
              UNTIL WS-SPV-IDX IS GREATER THAN WS-SUPERVISOR-COUNT.

       2610-ROLL-UP-ONE-SUPERVISOR.
           ADD WS-TBL-DIRECT-COUNT(WS-SPV-IDX)
              TO WS-TBL-TOTAL-COUNT(WS-SPV-IDX).

           MOVE WS-TBL-PARENT-SLOT(WS-SPV-IDX) TO WS-ROLL-UP-SLOT.
           MOVE ZERO TO WS-ROLL-UP-DEPTH.

      *    THE LEVEL LIMIT STOPS A CHAIN THAT LOOPS THROUGH THE
      *    DEPARTMENT MANAGERS FROM CLIMBING FOREVER.
           PERFORM 2620-CREDIT-ONE-ANCESTOR
              UNTIL WS-ROLL-UP-SLOT IS EQUAL TO ZERO OR
                    WS-ROLL-UP-DEPTH IS GREATER THAN
                    APP-SPANCTL-MAX-LEVELS.

       2620-CREDIT-ONE-ANCESTOR.
           ADD 1 TO WS-ROLL-UP-DEPTH.
           SET WS-SPV-UP-IDX TO WS-ROLL-UP-SLOT.

           IF WS-SPV-UP-IDX IS EQUAL TO WS-SPV-IDX
              MOVE ZERO TO WS-ROLL-UP-SLOT
              EXIT PARAGRAPH
           END-IF.

           ADD WS-TBL-DIRECT-COUNT(WS-SPV-IDX)
              TO WS-TBL-TOTAL-COUNT(WS-SPV-UP-IDX).
           MOVE WS-TBL-PARENT-SLOT(WS-SPV-UP-IDX) TO WS-ROLL-UP-SLOT.

       2800-REPORT-ALL-SUPERVISORS.
           INITIALIZE WS-TITLE-LINE.
           MOVE APP-SPANCTL-DIRECT-LIMIT TO WS-TTL-DIRECT-LIMIT.
           MOVE WS-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-COLUMN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2810-REPORT-ONE-SUPERVISOR
              VARYING WS-SPV-IDX FROM 1 BY 1
              UNTIL WS-SPV-IDX IS GREATER THAN WS-SUPERVISOR-COUNT.

           INITIALIZE WS-TOTAL-LINE.
           MOVE WS-SUPERVISORS-LISTED TO WS-TOT-SUPERVISORS.
           MOVE WS-SUPERVISORS-FLAGGED TO WS-TOT-FLAGGED.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           IF WS-SUPERVISORS-DROPPED IS GREATER THAN ZERO
              INITIALIZE WS-DROPPED-LINE
              MOVE WS-SUPERVISORS-DROPPED TO WS-DRP-DROPPED
              MOVE WS-DROPPED-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2810-REPORT-ONE-SUPERVISOR.
           INITIALIZE WS-SUPERVISOR-DETAIL-LINE.
           MOVE WS-TBL-SUPERVISOR-ID(WS-SPV-IDX)
              TO WS-DTL-SUPERVISOR-ID.
           MOVE WS-TBL-SUPERVISOR-NAME(WS-SPV-IDX)
              TO WS-DTL-SUPERVISOR-NAME.
           MOVE WS-TBL-DIRECT-COUNT(WS-SPV-IDX) TO WS-DTL-DIRECT-COUNT.
           MOVE WS-TBL-TOTAL-COUNT(WS-SPV-IDX) TO WS-DTL-TOTAL-COUNT.

           EVALUATE TRUE
           WHEN WS-TBL-NOT-ON-FILE(WS-SPV-IDX)
                MOVE 'NOT ON FILE' TO WS-DTL-FLAG-TEXT
           WHEN WS-TBL-NOT-ACTIVE(WS-SPV-IDX)
                MOVE 'NOT ACTIVE' TO WS-DTL-FLAG-TEXT
           WHEN WS-TBL-DIRECT-COUNT(WS-SPV-IDX) IS EQUAL TO ZERO
                MOVE 'NO DIRECTS' TO WS-DTL-FLAG-TEXT
           WHEN WS-TBL-DIRECT-COUNT(WS-SPV-IDX) IS GREATER THAN
                APP-SPANCTL-DIRECT-LIMIT
                MOVE 'OVER LIMIT' TO WS-DTL-FLAG-TEXT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF WS-DTL-FLAG-TEXT IS NOT EQUAL TO SPACES
              ADD 1 TO WS-SUPERVISORS-FLAGGED
           END-IF.

           ADD 1 TO WS-SUPERVISORS-LISTED.
           MOVE WS-SUPERVISOR-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-SUPERVISORS-LISTED TO WS-REPLY-LISTED.
           MOVE WS-SUPERVISORS-FLAGGED TO WS-REPLY-FLAGGED.

           STRING 'Span Of Control Done - '
                  FUNCTION TRIM(WS-REPLY-LISTED)
                  ' Supervisor(s), '
                  FUNCTION TRIM(WS-REPLY-FLAGGED)
                  ' Flagged - Queue '
                  APP-SPANCTL-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-SPANCTL-QUEUE-NAME)
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
                RIDFLD(APP-RUNCTL-RRN-SPANCTL)
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
           MOVE APP-SPANCTL-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-SPANCTL)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-SPANCTL-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-SPANCTL-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-SPANCTL)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-SPANCTL-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-EMPLOYEES-SCANNED TO RNH-RECORDS-READ
              MOVE WS-SUPERVISORS-LISTED TO RNH-RECORDS-WRITTEN
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
